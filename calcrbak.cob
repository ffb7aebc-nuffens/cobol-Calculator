                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCRBAK
      *>
      *>  PURPOSE.     WHOLE-DAY ROLLBACK.  PUTS EVERYTHING CALCJOB
      *>               CHANGED FOR ONE BATCH BACK EXACTLY AS CALCSNAP
      *>               RECORDED IT AT THE FRONT OF THE JOB (SEE
      *>               SNAPREC.CPY), FOR A DAY THAT HAS TO BE THROWN
      *>               AWAY WHOLE -- THE WRONG TRANSIN MERGED IN
      *>               ONLSTEP -- WHERE A CHECKPOINT RESTART CANNOT
      *>               HELP.  RBAKPARM NAMES THE BATCH ID.
      *>
      *>               NOTHING IS TOUCHED UNTIL EVERY CHECK HAS
      *>               PASSED.  THE ROLLBACK IS REFUSED WITH RC=8,
      *>               LEAVING THE DAY AS IT STANDS, WHEN THERE IS
      *>               NO COMPLETE SNAPSHOT FOR THE BATCH; WHEN THE
      *>               GLPCKPT CHECKPOINT SHOWS GLPOST HAS ALREADY
      *>               JOURNALIZED GL EXTRACT RECORDS WRITTEN AFTER
      *>               THE SNAPSHOT, SINCE THE LEDGER HAS THEM; OR
      *>               WHEN AN APPEND-ONLY FILE IS SHORTER THAN ITS
      *>               SNAPPED POSITION OR ITS RECORD AT THAT
      *>               POSITION NO LONGER MATCHES, SINCE THE FILE
      *>               HAS BEEN REORGANIZED SINCE (CALCSUSP, CALCAPPR,
      *>               CALCARCH) AND CUTTING IT BACK WOULD LOSE WORK.
      *>
      *>               EACH APPEND-ONLY FILE -- RESULTS, AUDITLOG,
      *>               GLXTRACT, SUSPENSE, PENDAPPR, PERDEXCP -- IS
      *>               COPIED UP TO ITS SNAPPED POSITION TO A NEW
      *>               GENERATION THAT THE JOB SWAPS IN.  THE
      *>               OPERATOR, REGISTER AND BUDGET MASTERS ARE
      *>               MADE TO MATCH THE SNAPSHOT RECORD FOR RECORD:
      *>               CHANGED RECORDS REWRITTEN, DELETED ONES
      *>               RE-ADDED, NEW ONES DELETED.  THE REJECT AND
      *>               HELD-DUPLICATE MASTERS AND THE CALC
      *>               CHECKPOINT ARE REWRITTEN FROM THE SNAPSHOT.
      *>               A CALCRBAK RUN-CONTROL RECORD FOR THE SNAPPED
      *>               DATE TELLS CALCDAYE THE DAY WAS ROLLED BACK
      *>               AND RELEASES THE BATCH FOR CALC TO RERUN.  THE
      *>               SNAPSHOT ITSELF IS KEPT, SO A ROLLBACK CAN BE
      *>               RUN AGAIN; CALCSNAP PURGES IT IN DUE COURSE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   COPY-BACK RECORDS WIDENED FOR THE COMPANY
      *>                  CODE: AUDIT 155, GL EXTRACT 65, SUSPENSE
      *>                  AND PENDAPPR 96, PERDEXCP 116.  THE LAST-
      *>                  RECORD IMAGES FOLLOW SNAP-IMAGE TO 160.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRBAK.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RBAKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SNAP-FILE ASSIGN TO "SNAPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT GLP-CHECKPOINT-FILE ASSIGN TO "GLPCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPC-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RBAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RESULT-IN-FILE ASSIGN TO "RESIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIN-STATUS.
           SELECT RESULT-OUT-FILE ASSIGN TO "RESOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESOUT-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT AUDIT-OUT-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDOUT-STATUS.
           SELECT GL-IN-FILE ASSIGN TO "GLXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLXIN-STATUS.
           SELECT GL-OUT-FILE ASSIGN TO "GLXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLXOUT-STATUS.
           SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSP-OUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.
           SELECT PEND-IN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PEND-OUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT PEX-IN-FILE ASSIGN TO "PEXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXIN-STATUS.
           SELECT PEX-OUT-FILE ASSIGN TO "PEXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXOUT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CALCREGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "TRANSREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT HELD-FILE ASSIGN TO "DUPSHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CALCCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BATCH-ID         PIC X(08).

       FD  SNAP-FILE.
           COPY SNAPREC.

       FD  GLP-CHECKPOINT-FILE.
       01  GLPC-RECORD.
           05  GLPC-DONE-COUNT       PIC 9(08).
           05  FILLER                PIC X(02).
           05  GLPC-LAST-DATE        PIC 9(08).
           05  FILLER                PIC X(02).
           05  GLPC-LAST-TIME        PIC 9(06).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       FD  RUNLOG-FILE.
           COPY RUNREC.

       FD  RESULT-IN-FILE.
           COPY OUTREC.

       FD  RESULT-OUT-FILE.
       01  RESULT-OUT-RECORD PIC X(122).

       FD  AUDIT-IN-FILE.
           COPY AUDITREC.

       FD  AUDIT-OUT-FILE.
       01  AUDIT-OUT-RECORD PIC X(155).

       FD  GL-IN-FILE.
           COPY GLEXTRAC.

       FD  GL-OUT-FILE.
       01  GL-OUT-RECORD PIC X(65).

       FD  SUSP-IN-FILE.
           COPY SUSPREC.

       FD  SUSP-OUT-FILE.
       01  SUSP-OUT-RECORD PIC X(96).

       FD  PEND-IN-FILE.
           COPY PNDREC.

       FD  PEND-OUT-FILE.
       01  PEND-OUT-RECORD PIC X(96).

       FD  PEX-IN-FILE.
           COPY PEXREC.

       FD  PEX-OUT-FILE.
       01  PEX-OUT-RECORD PIC X(116).

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  REGISTER-FILE.
           COPY REGREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  REJECT-FILE.
           COPY REJREC.

       FD  HELD-FILE.
           COPY DUPREC.

       FD  CHECKPOINT-FILE.
           COPY CKPTREC.

       WORKING-STORAGE SECTION.
       COPY RBAKLINE.

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-SNAP-RUN-DATE PIC 9(08) VALUE ZERO.
       01  WS-SNAP-RUN-TIME PIC 9(06) VALUE ZERO.
       01  WS-GLP-DONE-COUNT PIC 9(08) VALUE ZERO.

      *>   THE APPEND-ONLY FILE BEING CUT BACK: ITS SNAPPED END
      *>   POSITION AND LAST RECORD, AND WHAT THIS RUN FINDS.
       01  WS-FILE-DD-NAME PIC X(08) VALUE SPACES.
       01  WS-SNAP-POSITION PIC 9(08) VALUE ZERO.
       01  WS-SNAP-LAST-IMAGE PIC X(160) VALUE SPACES.
       01  WS-FILE-READ PIC 9(08) VALUE ZERO.
       01  WS-FILE-DISCARDED PIC 9(08) VALUE ZERO.
       01  WS-LAST-IMAGE PIC X(160) VALUE SPACES.
       01  WS-TOTAL-DISCARDED PIC 9(08) VALUE ZERO.
       01  WS-GL-POSITION PIC 9(08) VALUE ZERO.

      *>   THE MASTER BEING PUT BACK, AND THE SNAPSHOT ENTRY TYPE
      *>   THAT HOLDS IT.
       01  WS-ENTRY-TYPE PIC X(01) VALUE SPACE.
       01  WS-SNAPPED-COUNT PIC 9(08) VALUE ZERO.
       01  WS-CHANGED-COUNT PIC 9(08) VALUE ZERO.

       01  WS-REFUSAL-REASON PIC X(50) VALUE SPACES.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME PIC 9(06) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-SNAP-STATUS        PIC X(02).
               88  WS-SNAP-OK        VALUE "00".
           05  WS-GLPC-STATUS        PIC X(02).
               88  WS-GLPC-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".
           05  WS-RUNLOG-STATUS      PIC X(02).
               88  WS-RUNLOG-OK      VALUE "00".
           05  WS-RESIN-STATUS       PIC X(02).
               88  WS-RESIN-OK       VALUE "00".
               88  WS-RESIN-NOT-FOUND VALUE "35".
           05  WS-RESOUT-STATUS      PIC X(02).
               88  WS-RESOUT-OK      VALUE "00".
           05  WS-AUDIN-STATUS       PIC X(02).
               88  WS-AUDIN-OK       VALUE "00".
               88  WS-AUDIN-NOT-FOUND VALUE "35".
           05  WS-AUDOUT-STATUS      PIC X(02).
               88  WS-AUDOUT-OK      VALUE "00".
           05  WS-GLXIN-STATUS       PIC X(02).
               88  WS-GLXIN-OK       VALUE "00".
               88  WS-GLXIN-NOT-FOUND VALUE "35".
           05  WS-GLXOUT-STATUS      PIC X(02).
               88  WS-GLXOUT-OK      VALUE "00".
           05  WS-SUSPIN-STATUS      PIC X(02).
               88  WS-SUSPIN-OK      VALUE "00".
               88  WS-SUSPIN-NOT-FOUND VALUE "35".
           05  WS-SUSPOUT-STATUS     PIC X(02).
               88  WS-SUSPOUT-OK     VALUE "00".
           05  WS-PENDIN-STATUS      PIC X(02).
               88  WS-PENDIN-OK      VALUE "00".
               88  WS-PENDIN-NOT-FOUND VALUE "35".
           05  WS-PENDOUT-STATUS     PIC X(02).
               88  WS-PENDOUT-OK     VALUE "00".
           05  WS-PEXIN-STATUS       PIC X(02).
               88  WS-PEXIN-OK       VALUE "00".
               88  WS-PEXIN-NOT-FOUND VALUE "35".
           05  WS-PEXOUT-STATUS      PIC X(02).
               88  WS-PEXOUT-OK      VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-REG-STATUS         PIC X(02).
               88  WS-REG-OK         VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-REJ-STATUS         PIC X(02).
               88  WS-REJ-OK         VALUE "00".
           05  WS-HELD-STATUS        PIC X(02).
               88  WS-HELD-OK        VALUE "00".
           05  WS-CKPT-STATUS        PIC X(02).
               88  WS-CKPT-OK        VALUE "00".

       01  WS-SWITCHES.
           05  WS-FILE-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-FILE-EOF       VALUE "Y".
           05  WS-SNAP-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-SNAP-EOF       VALUE "Y".
           05  WS-ENTRY-FOUND-SWITCH PIC X(01) VALUE "N".
               88  WS-ENTRY-FOUND    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-VERIFY-SNAPSHOT THRU 2000-EXIT
           PERFORM 3000-CUT-BACK-FILES THRU 3000-EXIT
           PERFORM 4000-RESTORE-MASTERS THRU 4000-EXIT
           PERFORM 5000-WRITE-RUN-CONTROL THRU 5000-EXIT
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  TAKE THE BATCH ID FROM RBAKPARM AND OPEN THE SNAPSHOT
      *>  MASTER AND THE REPORT.  NO BATCH ID IS A REFUSAL: THERE
      *>  IS NO SENSIBLE DEFAULT FOR WHAT TO THROW AWAY.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN RBAKRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-BATCH-ID TO WS-BATCH-ID
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-BATCH-ID TO RBAK1-BATCH-ID
           MOVE ZERO TO RBAK1-SNAP-DATE
           MOVE ZERO TO RBAK1-SNAP-TIME
           MOVE WS-CURRENT-DATE TO RBAK1-RUN-DATE
           IF WS-BATCH-ID = SPACES
               MOVE "NO BATCH ID IN RBAKPARM" TO WS-REFUSAL-REASON
               PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-IF
           OPEN INPUT SNAP-FILE
           IF NOT WS-SNAP-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN SNAPMAST, "
                   "FILE STATUS = " WS-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-VERIFY-SNAPSHOT THRU 2000-EXIT
      *>  THE SNAPSHOT MUST BE WHOLE -- ITS HEADER IS WRITTEN LAST
      *>  -- AND GLPOST MUST NOT HAVE JOURNALIZED PAST THE GL
      *>  EXTRACT'S SNAPPED POSITION.  ITS CHECKPOINT COUNTS THE
      *>  EXTRACT RECORDS ALREADY JOURNALIZED, SO A COUNT BEYOND
      *>  THE POSITION MEANS SOME OF THIS BATCH IS IN THE LEDGER.
      *>-----------------------------------------------------------
       2000-VERIFY-SNAPSHOT.
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "A" TO SNAP-ENTRY-TYPE
           READ SNAP-FILE KEY IS SNAP-KEY
               INVALID KEY
                   MOVE "NO COMPLETE SNAPSHOT FOR THIS BATCH"
                       TO WS-REFUSAL-REASON
                   PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-READ
           MOVE SNAP-HDR-RUN-DATE TO WS-SNAP-RUN-DATE
           MOVE SNAP-HDR-RUN-TIME TO WS-SNAP-RUN-TIME
           MOVE WS-SNAP-RUN-DATE TO RBAK1-SNAP-DATE
           MOVE WS-SNAP-RUN-TIME TO RBAK1-SNAP-TIME
           WRITE REPORT-RECORD FROM RBAK-HEADING-1
           WRITE REPORT-RECORD FROM RBAK-COLUMN-HEADINGS
           MOVE "GLXTRACT" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           MOVE WS-SNAP-POSITION TO WS-GL-POSITION
           MOVE ZERO TO WS-GLP-DONE-COUNT
           OPEN INPUT GLP-CHECKPOINT-FILE
           IF WS-GLPC-OK
               READ GLP-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GLPC-DONE-COUNT NUMERIC
                           MOVE GLPC-DONE-COUNT TO WS-GLP-DONE-COUNT
                       END-IF
               END-READ
               CLOSE GLP-CHECKPOINT-FILE
           END-IF
           IF WS-GLP-DONE-COUNT > WS-GL-POSITION
               MOVE "GLPOST HAS ALREADY JOURNALIZED THIS BATCH"
                   TO WS-REFUSAL-REASON
               PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-CUT-BACK-FILES THRU 3000-EXIT
      *>  COPY EACH APPEND-ONLY FILE UP TO ITS SNAPPED POSITION.
      *>  THE COPIES ONLY REPLACE THE LIVE FILES WHEN THIS STEP
      *>  ENDS CLEAN, SO A REFUSAL HERE STILL LEAVES THE DAY AS IT
      *>  STANDS.  ONE PAIR OF PARAGRAPHS PER FILE.
      *>-----------------------------------------------------------
       3000-CUT-BACK-FILES.
           PERFORM 3100-CUT-RESULTS THRU 3100-EXIT
           PERFORM 3200-CUT-AUDITLOG THRU 3200-EXIT
           PERFORM 3300-CUT-GLXTRACT THRU 3300-EXIT
           PERFORM 3400-CUT-SUSPENSE THRU 3400-EXIT
           PERFORM 3500-CUT-PENDAPPR THRU 3500-EXIT
           PERFORM 3600-CUT-PERDEXCP THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3100-CUT-RESULTS.
           MOVE "RESULTS" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT RESULT-OUT-FILE
           IF NOT WS-RESOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN RESOUT, "
                   "FILE STATUS = " WS-RESOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RESULT-IN-FILE
           IF NOT WS-RESIN-NOT-FOUND
               IF NOT WS-RESIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN RESIN, "
                       "FILE STATUS = " WS-RESIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3150-COPY-RESULT THRU 3150-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE RESULT-IN-FILE
           END-IF
           CLOSE RESULT-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3100-EXIT.
           EXIT.

       3150-COPY-RESULT.
           READ RESULT-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3150-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3150-EXIT
           END-IF
           WRITE RESULT-OUT-RECORD FROM OUT-RECORD
           MOVE OUT-RECORD TO WS-LAST-IMAGE.
       3150-EXIT.
           EXIT.

       3200-CUT-AUDITLOG.
           MOVE "AUDITLOG" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT AUDIT-OUT-FILE
           IF NOT WS-AUDOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN AUDOUT, "
                   "FILE STATUS = " WS-AUDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-IN-FILE
           IF NOT WS-AUDIN-NOT-FOUND
               IF NOT WS-AUDIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN AUDIN, "
                       "FILE STATUS = " WS-AUDIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3250-COPY-AUDIT THRU 3250-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE AUDIT-IN-FILE
           END-IF
           CLOSE AUDIT-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3200-EXIT.
           EXIT.

       3250-COPY-AUDIT.
           READ AUDIT-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3250-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3250-EXIT
           END-IF
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           MOVE AUDIT-RECORD TO WS-LAST-IMAGE.
       3250-EXIT.
           EXIT.

       3300-CUT-GLXTRACT.
           MOVE "GLXTRACT" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT GL-OUT-FILE
           IF NOT WS-GLXOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN GLXOUT, "
                   "FILE STATUS = " WS-GLXOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GL-IN-FILE
           IF NOT WS-GLXIN-NOT-FOUND
               IF NOT WS-GLXIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN GLXIN, "
                       "FILE STATUS = " WS-GLXIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3350-COPY-GL THRU 3350-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE GL-IN-FILE
           END-IF
           CLOSE GL-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3300-EXIT.
           EXIT.

       3350-COPY-GL.
           READ GL-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3350-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3350-EXIT
           END-IF
           WRITE GL-OUT-RECORD FROM GL-EXTRACT-RECORD
           MOVE GL-EXTRACT-RECORD TO WS-LAST-IMAGE.
       3350-EXIT.
           EXIT.

       3400-CUT-SUSPENSE.
           MOVE "SUSPENSE" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT SUSP-OUT-FILE
           IF NOT WS-SUSPOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN SUSPOUT, "
                   "FILE STATUS = " WS-SUSPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSP-IN-FILE
           IF NOT WS-SUSPIN-NOT-FOUND
               IF NOT WS-SUSPIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN SUSPIN, "
                       "FILE STATUS = " WS-SUSPIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3450-COPY-SUSPENSE THRU 3450-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE SUSP-IN-FILE
           END-IF
           CLOSE SUSP-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3400-EXIT.
           EXIT.

       3450-COPY-SUSPENSE.
           READ SUSP-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3450-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3450-EXIT
           END-IF
           WRITE SUSP-OUT-RECORD FROM SUSP-RECORD
           MOVE SUSP-RECORD TO WS-LAST-IMAGE.
       3450-EXIT.
           EXIT.

       3500-CUT-PENDAPPR.
           MOVE "PENDAPPR" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT PEND-OUT-FILE
           IF NOT WS-PENDOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN PENDOUT, "
                   "FILE STATUS = " WS-PENDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PEND-IN-FILE
           IF NOT WS-PENDIN-NOT-FOUND
               IF NOT WS-PENDIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN PENDIN, "
                       "FILE STATUS = " WS-PENDIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3550-COPY-PENDING THRU 3550-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE PEND-IN-FILE
           END-IF
           CLOSE PEND-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3500-EXIT.
           EXIT.

       3550-COPY-PENDING.
           READ PEND-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3550-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3550-EXIT
           END-IF
           WRITE PEND-OUT-RECORD FROM PND-RECORD
           MOVE PND-RECORD TO WS-LAST-IMAGE.
       3550-EXIT.
           EXIT.

       3600-CUT-PERDEXCP.
           MOVE "PERDEXCP" TO WS-FILE-DD-NAME
           PERFORM 3900-GET-FILE-POSITION THRU 3900-EXIT
           OPEN OUTPUT PEX-OUT-FILE
           IF NOT WS-PEXOUT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN PEXOUT, "
                   "FILE STATUS = " WS-PEXOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PEX-IN-FILE
           IF NOT WS-PEXIN-NOT-FOUND
               IF NOT WS-PEXIN-OK
                   DISPLAY "CALCRBAK: UNABLE TO OPEN PEXIN, "
                       "FILE STATUS = " WS-PEXIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3650-COPY-PERIOD-EXCEPT THRU 3650-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE PEX-IN-FILE
           END-IF
           CLOSE PEX-OUT-FILE
           PERFORM 3950-CHECK-FILE-CUT THRU 3950-EXIT.
       3600-EXIT.
           EXIT.

       3650-COPY-PERIOD-EXCEPT.
           READ PEX-IN-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3650-EXIT
           END-READ
           ADD 1 TO WS-FILE-READ
           IF WS-FILE-READ > WS-SNAP-POSITION
               ADD 1 TO WS-FILE-DISCARDED
               GO TO 3650-EXIT
           END-IF
           WRITE PEX-OUT-RECORD FROM PEX-RECORD
           MOVE PEX-RECORD TO WS-LAST-IMAGE.
       3650-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3900-GET-FILE-POSITION THRU 3900-EXIT
      *>  LOOK UP THE F ENTRY FOR WS-FILE-DD-NAME AND RESET THE
      *>  COUNTS FOR ITS CUT.  A SNAPSHOT WITHOUT ONE IS DAMAGED.
      *>-----------------------------------------------------------
       3900-GET-FILE-POSITION.
           MOVE ZERO TO WS-FILE-READ
           MOVE ZERO TO WS-FILE-DISCARDED
           MOVE SPACES TO WS-LAST-IMAGE
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "F" TO SNAP-ENTRY-TYPE
           MOVE WS-FILE-DD-NAME TO SNAP-ENTRY-KEY
           READ SNAP-FILE KEY IS SNAP-KEY
               INVALID KEY
                   STRING "SNAPSHOT HAS NO POSITION FOR "
                           DELIMITED BY SIZE
                       WS-FILE-DD-NAME DELIMITED BY SPACE
                       INTO WS-REFUSAL-REASON
                   END-STRING
                   PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-READ
           MOVE SNAP-RECORD-COUNT TO WS-SNAP-POSITION
           MOVE SNAP-IMAGE TO WS-SNAP-LAST-IMAGE.
       3900-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3950-CHECK-FILE-CUT THRU 3950-EXIT
      *>  THE FILE MUST STILL REACH ITS SNAPPED POSITION WITH THE
      *>  SAME RECORD THERE; ANYTHING ELSE MEANS IT WAS REORGANIZED
      *>  AFTER THE SNAPSHOT AND THE CUT WOULD LOSE SOMEONE'S WORK.
      *>-----------------------------------------------------------
       3950-CHECK-FILE-CUT.
           IF WS-FILE-READ < WS-SNAP-POSITION
               STRING WS-FILE-DD-NAME DELIMITED BY SPACE
                       " SHORTER THAN ITS SNAPPED POSITION"
                           DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-IF
           IF WS-LAST-IMAGE NOT = WS-SNAP-LAST-IMAGE
               STRING WS-FILE-DD-NAME DELIMITED BY SPACE
                       " CHANGED BEFORE ITS SNAPPED POSITION"
                           DELIMITED BY SIZE
                       INTO WS-REFUSAL-REASON
               END-STRING
               PERFORM 8000-REFUSE-ROLLBACK THRU 8000-EXIT
           END-IF
           ADD WS-FILE-DISCARDED TO WS-TOTAL-DISCARDED
           MOVE SPACES TO RBAK-DETAIL-LINE (2:)
           MOVE WS-FILE-DD-NAME TO RBAKD-FILE-NAME
           MOVE WS-SNAP-POSITION TO RBAKD-SNAPPED
           MOVE WS-FILE-DISCARDED TO RBAKD-CHANGED
           MOVE "RECORDS AFTER SNAPPED POSITION DISCARDED"
               TO RBAKD-REMARK
           WRITE REPORT-RECORD FROM RBAK-DETAIL-LINE.
       3950-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4000-RESTORE-MASTERS THRU 4000-EXIT
      *>  EVERY CHECK HAS PASSED; FROM HERE ON THE DAY IS BEING
      *>  PUT BACK.
      *>-----------------------------------------------------------
       4000-RESTORE-MASTERS.
           PERFORM 4100-RESTORE-OPERATORS THRU 4100-EXIT
           PERFORM 4200-RESTORE-REGISTERS THRU 4200-EXIT
           PERFORM 4300-RESTORE-BUDGETS THRU 4300-EXIT
           PERFORM 4400-RESTORE-REJECTS THRU 4400-EXIT
           PERFORM 4500-RESTORE-HELD-DUPS THRU 4500-EXIT
           PERFORM 4600-RESTORE-CHECKPOINT THRU 4600-EXIT.
       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4100-RESTORE-OPERATORS THRU 4100-EXIT
      *>  FIRST DELETE EVERY LIVE OPERATOR THE SNAPSHOT DOES NOT
      *>  HOLD, THEN WALK THE SNAPSHOT'S OPERATORS, REWRITING ANY
      *>  THAT DIFFER AND RE-ADDING ANY GONE.  THE REGISTER AND
      *>  BUDGET MASTERS GO BACK THE SAME WAY.
      *>-----------------------------------------------------------
       4100-RESTORE-OPERATORS.
           MOVE "O" TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN I-O OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO OPER-ID
           SET WS-FILE-EOF-SWITCH TO "N"
           START OPERATOR-FILE KEY >= OPER-ID
               INVALID KEY
                   SET WS-FILE-EOF-SWITCH TO "Y"
           END-START
           PERFORM 4110-DROP-NEW-OPERATOR THRU 4110-EXIT
               UNTIL WS-FILE-EOF
           PERFORM 4900-START-ENTRY-TYPE THRU 4900-EXIT
           PERFORM 4120-PUT-BACK-OPERATOR THRU 4120-EXIT
               UNTIL WS-SNAP-EOF
           CLOSE OPERATOR-FILE
           MOVE "OPERMAST" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4100-EXIT.
           EXIT.

       4110-DROP-NEW-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 4110-EXIT
           END-READ
           MOVE OPER-ID TO SNAP-ENTRY-KEY
           PERFORM 4910-FIND-ENTRY THRU 4910-EXIT
           IF NOT WS-ENTRY-FOUND
               DELETE OPERATOR-FILE RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: OPERMAST DELETE FAILED, "
                           "FILE STATUS = " WS-OPER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4110-EXIT.
           EXIT.

       4120-PUT-BACK-OPERATOR.
           ADD 1 TO WS-SNAPPED-COUNT
           MOVE SNAP-ENTRY-KEY TO OPER-ID
           READ OPERATOR-FILE KEY IS OPER-ID
               INVALID KEY
                   MOVE SNAP-IMAGE TO OPER-RECORD
                   WRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "CALCRBAK: OPERMAST WRITE FAILED, "
                               "FILE STATUS = " WS-OPER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CHANGED-COUNT
                   GO TO 4120-NEXT
           END-READ
           IF OPER-RECORD NOT = SNAP-IMAGE
               MOVE SNAP-IMAGE TO OPER-RECORD
               REWRITE OPER-RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: OPERMAST REWRITE FAILED, "
                           "FILE STATUS = " WS-OPER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4120-NEXT.
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4120-EXIT.
           EXIT.

       4200-RESTORE-REGISTERS.
           MOVE "R" TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN I-O REGISTER-FILE
           IF NOT WS-REG-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN CALCREGS, "
                   "FILE STATUS = " WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO REG-KEY
           SET WS-FILE-EOF-SWITCH TO "N"
           START REGISTER-FILE KEY >= REG-KEY
               INVALID KEY
                   SET WS-FILE-EOF-SWITCH TO "Y"
           END-START
           PERFORM 4210-DROP-NEW-REGISTER THRU 4210-EXIT
               UNTIL WS-FILE-EOF
           PERFORM 4900-START-ENTRY-TYPE THRU 4900-EXIT
           PERFORM 4220-PUT-BACK-REGISTER THRU 4220-EXIT
               UNTIL WS-SNAP-EOF
           CLOSE REGISTER-FILE
           MOVE "CALCREGS" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4200-EXIT.
           EXIT.

       4210-DROP-NEW-REGISTER.
           READ REGISTER-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 4210-EXIT
           END-READ
           MOVE REG-KEY TO SNAP-ENTRY-KEY
           PERFORM 4910-FIND-ENTRY THRU 4910-EXIT
           IF NOT WS-ENTRY-FOUND
               DELETE REGISTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: CALCREGS DELETE FAILED, "
                           "FILE STATUS = " WS-REG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4210-EXIT.
           EXIT.

       4220-PUT-BACK-REGISTER.
           ADD 1 TO WS-SNAPPED-COUNT
           MOVE SNAP-ENTRY-KEY TO REG-KEY
           READ REGISTER-FILE KEY IS REG-KEY
               INVALID KEY
                   MOVE SNAP-IMAGE TO REG-RECORD
                   WRITE REG-RECORD
                       INVALID KEY
                           DISPLAY "CALCRBAK: CALCREGS WRITE FAILED, "
                               "FILE STATUS = " WS-REG-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CHANGED-COUNT
                   GO TO 4220-NEXT
           END-READ
           IF REG-RECORD NOT = SNAP-IMAGE
               MOVE SNAP-IMAGE TO REG-RECORD
               REWRITE REG-RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: CALCREGS REWRITE FAILED, "
                           "FILE STATUS = " WS-REG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4220-NEXT.
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4220-EXIT.
           EXIT.

       4300-RESTORE-BUDGETS.
           MOVE "B" TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO BUD-KEY
           SET WS-FILE-EOF-SWITCH TO "N"
           START BUDGET-FILE KEY >= BUD-KEY
               INVALID KEY
                   SET WS-FILE-EOF-SWITCH TO "Y"
           END-START
           PERFORM 4310-DROP-NEW-BUDGET THRU 4310-EXIT
               UNTIL WS-FILE-EOF
           PERFORM 4900-START-ENTRY-TYPE THRU 4900-EXIT
           PERFORM 4320-PUT-BACK-BUDGET THRU 4320-EXIT
               UNTIL WS-SNAP-EOF
           CLOSE BUDGET-FILE
           MOVE "BUDGMAST" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4300-EXIT.
           EXIT.

       4310-DROP-NEW-BUDGET.
           READ BUDGET-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 4310-EXIT
           END-READ
           MOVE BUD-KEY TO SNAP-ENTRY-KEY
           PERFORM 4910-FIND-ENTRY THRU 4910-EXIT
           IF NOT WS-ENTRY-FOUND
               DELETE BUDGET-FILE RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: BUDGMAST DELETE FAILED, "
                           "FILE STATUS = " WS-BUD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4310-EXIT.
           EXIT.

       4320-PUT-BACK-BUDGET.
           ADD 1 TO WS-SNAPPED-COUNT
           MOVE SNAP-ENTRY-KEY TO BUD-KEY
           READ BUDGET-FILE KEY IS BUD-KEY
               INVALID KEY
                   MOVE SNAP-IMAGE TO BUD-RECORD
                   WRITE BUD-RECORD
                       INVALID KEY
                           DISPLAY "CALCRBAK: BUDGMAST WRITE FAILED, "
                               "FILE STATUS = " WS-BUD-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO WS-CHANGED-COUNT
                   GO TO 4320-NEXT
           END-READ
           IF BUD-RECORD NOT = SNAP-IMAGE
               MOVE SNAP-IMAGE TO BUD-RECORD
               REWRITE BUD-RECORD
                   INVALID KEY
                       DISPLAY "CALCRBAK: BUDGMAST REWRITE FAILED, "
                           "FILE STATUS = " WS-BUD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       4320-NEXT.
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4320-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4400-RESTORE-REJECTS THRU 4400-EXIT
      *>  THE REJECT MASTER IS REWRITTEN WHOLE FROM ITS SNAPPED
      *>  RECORDS, IN THEIR ORIGINAL ORDER.  THE HELD-DUPLICATE
      *>  MASTER GOES BACK THE SAME WAY.
      *>-----------------------------------------------------------
       4400-RESTORE-REJECTS.
           MOVE "J" TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN OUTPUT REJECT-FILE
           IF NOT WS-REJ-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN TRANSREJ, "
                   "FILE STATUS = " WS-REJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4900-START-ENTRY-TYPE THRU 4900-EXIT
           PERFORM 4410-PUT-BACK-REJECT THRU 4410-EXIT
               UNTIL WS-SNAP-EOF
           CLOSE REJECT-FILE
           MOVE WS-SNAPPED-COUNT TO WS-CHANGED-COUNT
           MOVE "TRANSREJ" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4400-EXIT.
           EXIT.

       4410-PUT-BACK-REJECT.
           ADD 1 TO WS-SNAPPED-COUNT
           MOVE SNAP-IMAGE TO REJ-RECORD
           WRITE REJ-RECORD
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4410-EXIT.
           EXIT.

       4500-RESTORE-HELD-DUPS.
           MOVE "D" TO WS-ENTRY-TYPE
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN OUTPUT HELD-FILE
           IF NOT WS-HELD-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN DUPSHELD, "
                   "FILE STATUS = " WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4900-START-ENTRY-TYPE THRU 4900-EXIT
           PERFORM 4510-PUT-BACK-HELD-DUP THRU 4510-EXIT
               UNTIL WS-SNAP-EOF
           CLOSE HELD-FILE
           MOVE WS-SNAPPED-COUNT TO WS-CHANGED-COUNT
           MOVE "DUPSHELD" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4500-EXIT.
           EXIT.

       4510-PUT-BACK-HELD-DUP.
           ADD 1 TO WS-SNAPPED-COUNT
           MOVE SNAP-IMAGE TO DUP-RECORD
           WRITE DUP-RECORD
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4510-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4600-RESTORE-CHECKPOINT THRU 4600-EXIT
      *>  CALC'S CHECKPOINT GOES BACK TO THE RECORD IT HELD BEFORE
      *>  THE DAY, OR TO EMPTY IF IT HELD NONE, SO THE RERUN DOES
      *>  NOT SKIP WORK THE ROLLBACK HAS JUST UNDONE.
      *>-----------------------------------------------------------
       4600-RESTORE-CHECKPOINT.
           MOVE ZERO TO WS-SNAPPED-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN CALCCKPT, "
                   "FILE STATUS = " WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "C" TO WS-ENTRY-TYPE
           MOVE SPACES TO SNAP-ENTRY-KEY
           PERFORM 4910-FIND-ENTRY THRU 4910-EXIT
           IF WS-ENTRY-FOUND
               MOVE SNAP-IMAGE TO CKPT-RECORD
               WRITE CKPT-RECORD
               MOVE 1 TO WS-SNAPPED-COUNT
               MOVE 1 TO WS-CHANGED-COUNT
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE "CALCCKPT" TO RBAKD-FILE-NAME
           PERFORM 4950-PRINT-MASTER-LINE THRU 4950-EXIT.
       4600-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4900-START-ENTRY-TYPE THRU 4920-EXIT
      *>  POSITION ON THE FIRST SNAPSHOT ENTRY OF WS-ENTRY-TYPE FOR
      *>  THE BATCH AND READ FORWARD THROUGH THEM; LOOK ONE ENTRY UP
      *>  BY ITS KEY.
      *>-----------------------------------------------------------
       4900-START-ENTRY-TYPE.
           SET WS-SNAP-EOF-SWITCH TO "N"
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE WS-ENTRY-TYPE TO SNAP-ENTRY-TYPE
           MOVE LOW-VALUES TO SNAP-ENTRY-KEY
           START SNAP-FILE KEY >= SNAP-KEY
               INVALID KEY
                   SET WS-SNAP-EOF-SWITCH TO "Y"
                   GO TO 4900-EXIT
           END-START
           PERFORM 4920-READ-NEXT-ENTRY THRU 4920-EXIT.
       4900-EXIT.
           EXIT.

       4910-FIND-ENTRY.
           SET WS-ENTRY-FOUND-SWITCH TO "Y"
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE WS-ENTRY-TYPE TO SNAP-ENTRY-TYPE
           READ SNAP-FILE KEY IS SNAP-KEY
               INVALID KEY
                   SET WS-ENTRY-FOUND-SWITCH TO "N"
           END-READ.
       4910-EXIT.
           EXIT.

       4920-READ-NEXT-ENTRY.
           READ SNAP-FILE NEXT
               AT END
                   SET WS-SNAP-EOF-SWITCH TO "Y"
                   GO TO 4920-EXIT
           END-READ
           IF SNAP-BATCH-ID NOT = WS-BATCH-ID OR
                   SNAP-ENTRY-TYPE NOT = WS-ENTRY-TYPE
               SET WS-SNAP-EOF-SWITCH TO "Y"
           END-IF.
       4920-EXIT.
           EXIT.

       4950-PRINT-MASTER-LINE.
           MOVE WS-SNAPPED-COUNT TO RBAKD-SNAPPED
           MOVE WS-CHANGED-COUNT TO RBAKD-CHANGED
           MOVE "PUT BACK TO THE SNAPSHOT" TO RBAKD-REMARK
           WRITE REPORT-RECORD FROM RBAK-DETAIL-LINE
           DISPLAY "CALCRBAK: " RBAKD-FILE-NAME " - "
               WS-CHANGED-COUNT " RECORDS PUT BACK".
       4950-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  5000-WRITE-RUN-CONTROL THRU 5000-EXIT
      *>  APPEND THE ROLLBACK'S RUN-CONTROL RECORD, DATED WITH THE
      *>  DAY THAT WAS ROLLED BACK SO CALCDAYE SHOWS IT THAT WAY
      *>  AND CALC WILL TAKE THE BATCH AGAIN.  THE COUNT IS THE
      *>  APPEND-ONLY RECORDS DISCARDED.
      *>-----------------------------------------------------------
       5000-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNLOG-FILE
           IF NOT WS-RUNLOG-OK
               DISPLAY "CALCRBAK: UNABLE TO OPEN RUNLOG, "
                   "FILE STATUS = " WS-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-RECORD
           MOVE "CALCRBAK" TO RUN-STEP-NAME
           MOVE WS-SNAP-RUN-DATE TO RUN-DATE
           MOVE WS-CURRENT-TIME TO RUN-TIME
           MOVE WS-BATCH-ID TO RUN-BATCH-ID
           MOVE WS-TOTAL-DISCARDED TO RUN-RECORD-COUNT
           MOVE ZERO TO RUN-HASH-TOTAL
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           MOVE "Y" TO RUN-BALANCE-FLAG
           WRITE RUN-RECORD
           CLOSE RUNLOG-FILE.
       5000-EXIT.
           EXIT.

       9000-FINALIZE.
           CLOSE SNAP-FILE
           MOVE "DAY ROLLED BACK TO THE SNAPSHOT - RERUN AUDTLOAD"
               TO RBAKV-VERDICT
           WRITE REPORT-RECORD FROM RBAK-VERDICT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CALCRBAK: BATCH " WS-BATCH-ID " ROLLED BACK TO "
               WS-SNAP-RUN-DATE " " WS-SNAP-RUN-TIME " - "
               WS-TOTAL-DISCARDED " RECORDS DISCARDED".
       9000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  8000-REFUSE-ROLLBACK THRU 8000-EXIT
      *>  PRINT WHY AND STOP WITH RC=8.  ONLY THE CHECKS CALL THIS,
      *>  BEFORE ANY MASTER IS TOUCHED; THE CUT-BACK COPIES ARE
      *>  NEVER SWAPPED IN.
      *>-----------------------------------------------------------
       8000-REFUSE-ROLLBACK.
           MOVE SPACES TO RBAKV-VERDICT
           STRING "ROLLBACK REFUSED - " DELIMITED BY SIZE
                   WS-REFUSAL-REASON DELIMITED BY SIZE
                   INTO RBAKV-VERDICT
           END-STRING
           WRITE REPORT-RECORD FROM RBAK-VERDICT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CALCRBAK: BATCH " WS-BATCH-ID " - "
               RBAKV-VERDICT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
       8000-EXIT.
           EXIT.

       END PROGRAM CALCRBAK.
