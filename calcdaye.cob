      *>               READS THE SHARED RUN-CONTROL LOG (RUNREC.CPY)
      *>               FOR THE DAYEPARM DATE (EMPTY OR MISSING PARM
      *>               MEANS TODAY) AND PRINTS THE SIGN-OFF SHEET:
      *>               EVERY EXPECTED STEP -- CALCEDIT, CALCDUPS,
      *>               CALC, CALCRECN, AUDTLOAD, CALCSUSP -- PRESENT, IN
      *>               ORDER BY FINISH TIME, AND IN BALANCE, WITH
      *>               THE LATEST RECORD TAKEN WHERE A STEP RAN MORE
      *>               THAN ONCE.  AN INCOMPLETE, OUT-OF-ORDER OR
      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   CALCDUPS, THE DUPLICATE CHECK BETWEEN THE
      *>                  EDIT AND CALC, IS NOW AN EXPECTED STEP, AND
      *>                  THE SHEET LISTS EVERY HELD DUPLICATE ON THE
      *>                  HELD-DUPLICATE MASTER (DUPREC.CPY) THAT IS
      *>                  NOT YET RESOLVED, UNTIL DATA ENTRY RELEASES
      *>                  OR KILLS IT AND THE RELEASE HAS REPOSTED.
      *>  OCT 15/26  AJ   A HELD DUPLICATE NOW PRINTS WITH ITS CURRENCY
      *>                  CODE.
      *>  OCT 15/26  AJ   A DAY CALCRBAK HAS ROLLED BACK SHOWS AS ROLLED
      *>                  BACK, NOT MISSING: ITS RUN-CONTROL RECORD
      *>                  SETS ASIDE EVERY STEP LOGGED BEFORE IT, AND
      *>                  WITH NOTHING RERUN SINCE THE DAY ENDS RC=4.
      *>                  A DAY RERUN AFTER THE ROLLBACK IS JUDGED ON
      *>                  THE RERUN ALONE, WITH THE ROLLBACK NOTED.
      *>  OCT 15/26  AJ   A HELD DUPLICATE NOW PRINTS WITH ITS COMPANY
      *>                  CODE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDAYE.
           SELECT REPORT-FILE ASSIGN TO "DAYERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HELD-FILE ASSIGN TO "DUPSHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       FD  HELD-FILE.
           COPY DUPREC.

       WORKING-STORAGE SECTION.
       COPY DAYLINE.

       01  WS-EXPECTED-STEPS-VALUES.
           05  FILLER PIC X(08) VALUE "CALCEDIT".
           05  FILLER PIC X(08) VALUE "CALCDUPS".
           05  FILLER PIC X(08) VALUE "CALC".
           05  FILLER PIC X(08) VALUE "CALCRECN".
           05  FILLER PIC X(08) VALUE "AUDTLOAD".
           05  FILLER PIC X(08) VALUE "CALCSUSP".

       01  WS-EXPECTED-STEPS REDEFINES WS-EXPECTED-STEPS-VALUES.
           05  WS-EXPECTED-STEP OCCURS 6 TIMES
                   INDEXED BY EXP-IDX.
               10  WS-EX-STEP-NAME   PIC X(08).

       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 6 TIMES
                   INDEXED BY ST-IDX.
               10  WS-ST-SEEN-FLAG   PIC X(01).
                   88  WS-ST-SEEN    VALUE "Y".
       01  WS-STEP-SUB PIC 9(02) COMP VALUE ZERO.
       01  WS-PREV-TIME PIC 9(06) VALUE ZERO.
       01  WS-PROBLEM-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-HELD-OUTSTANDING PIC 9(06) COMP VALUE ZERO.

       01  WS-SIGNOFF-DATE PIC 9(08) VALUE ZERO.
       01  WS-ROLLBACK-TIME PIC 9(06) VALUE ZERO.
       01  WS-ROLLBACK-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.

       01  WS-FILE-STATUSES.
               88  WS-PARM-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".
           05  WS-HELD-STATUS        PIC X(02).
               88  WS-HELD-OK        VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".
           05  WS-LOG-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  WS-LOG-OPEN       VALUE "Y".
           05  WS-HELD-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-HELD-EOF       VALUE "Y".
           05  WS-HELD-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WS-HELD-OPEN      VALUE "Y".
           05  WS-ROLLED-BACK-SWITCH PIC X(01) VALUE "N".
               88  WS-ROLLED-BACK    VALUE "Y".
           05  WS-RERUN-SWITCH       PIC X(01) VALUE "N".
               88  WS-RERUN          VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               CLOSE PARM-FILE
           END-IF
           PERFORM 1100-CLEAR-STEP-ENTRY THRU 1100-EXIT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 6
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCDAYE: UNABLE TO OPEN DAYERPT, "
      *>  ONE RUN-CONTROL RECORD: IF IT IS FOR THE SIGN-OFF DATE
      *>  AND AN EXPECTED STEP, KEEP IT -- THE LOG IS APPEND-ONLY
      *>  AND IN TIME ORDER, SO THE LAST RECORD SEEN FOR A STEP IS
      *>  ITS LATEST RUN.  A CALCRBAK RECORD FOR THE DATE MEANS
      *>  EVERYTHING BEFORE IT WAS UNDONE.
      *>-----------------------------------------------------------
       2000-TALLY-RUNLOG-RECORD.
           IF RUN-DATE = WS-SIGNOFF-DATE AND
                   RUN-STEP-NAME = "CALCRBAK"
               PERFORM 2200-NOTE-ROLLBACK THRU 2200-EXIT
               GO TO 2000-READ-NEXT
           END-IF
           IF RUN-DATE = WS-SIGNOFF-DATE
               MOVE ZERO TO WS-STEP-SUB
               PERFORM 2100-MATCH-EXPECTED-STEP THRU 2100-EXIT
                   VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > 6 OR WS-STEP-SUB > ZERO
               IF WS-STEP-SUB > ZERO
                   SET ST-IDX TO WS-STEP-SUB
                   MOVE "Y" TO WS-ST-SEEN-FLAG (ST-IDX)
                   END-IF
                   MOVE RUN-BALANCE-FLAG TO
                       WS-ST-BALANCE-FLAG (ST-IDX)
                   IF WS-ROLLED-BACK
                       SET WS-RERUN-SWITCH TO "Y"
                   END-IF
               END-IF
           END-IF.
       2000-READ-NEXT.
           PERFORM 1200-READ-RUNLOG THRU 1200-EXIT.
       2000-EXIT.
           EXIT.
       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2200-NOTE-ROLLBACK THRU 2200-EXIT
      *>  THE DAY WAS ROLLED BACK: CLEAR THE STEP TABLE SO ONLY A
      *>  RERUN AFTER THE ROLLBACK IS JUDGED.
      *>-----------------------------------------------------------
       2200-NOTE-ROLLBACK.
           SET WS-ROLLED-BACK-SWITCH TO "Y"
           SET WS-RERUN-SWITCH TO "N"
           MOVE RUN-TIME TO WS-ROLLBACK-TIME
           MOVE RUN-BATCH-ID TO WS-ROLLBACK-BATCH-ID
           PERFORM 1100-CLEAR-STEP-ENTRY THRU 1100-EXIT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 6.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-PRINT-SIGNOFF-SHEET THRU 3000-EXIT
      *>  ONE LINE PER EXPECTED STEP, IN THE ORDER THE DAY SHOULD
      *>  RUN THEM, THEN THE VERDICT.  A MISSING STEP, A STEP OUT
      *>  OF ORDER BY FINISH TIME, OR A STEP OUT OF BALANCE IS A
      *>  PROBLEM; ANY PROBLEM ENDS THE RUN WITH RC=8.  THE HELD
      *>  DUPLICATES STILL OUTSTANDING PRINT AHEAD OF THE VERDICT.
      *>  A DAY ROLLED BACK AND NOT RERUN IS NOT A PROBLEM BUT IS
      *>  NOT A COMPLETE DAY EITHER, SO IT ENDS WITH RC=4.
      *>-----------------------------------------------------------
       3000-PRINT-SIGNOFF-SHEET.
           IF WS-LOG-OPEN
           WRITE REPORT-RECORD FROM DAYE-COLUMN-HEADINGS
           MOVE ZERO TO WS-PREV-TIME
           PERFORM 3100-PRINT-STEP-LINE THRU 3100-EXIT
               VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 6
           IF WS-ROLLED-BACK
               MOVE WS-ROLLBACK-TIME TO DAYER-TIME
               MOVE WS-ROLLBACK-BATCH-ID TO DAYER-BATCH-ID
               WRITE REPORT-RECORD FROM DAYE-ROLLBACK-LINE
           END-IF
           PERFORM 3200-PRINT-HELD-DUPLICATES THRU 3200-EXIT
           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT > ZERO
                   MOVE "DAY INCOMPLETE - DO NOT SIGN OFF"
                       TO DAYEV-VERDICT
               WHEN WS-ROLLED-BACK AND NOT WS-RERUN
                   MOVE "DAY ROLLED BACK - NOTHING POSTED"
                       TO DAYEV-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "DAY COMPLETE AND IN BALANCE" TO DAYEV-VERDICT
           END-EVALUATE
           WRITE REPORT-RECORD FROM DAYE-VERDICT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CALCDAYE: " WS-SIGNOFF-DATE " - "
           SET EXP-IDX TO ST-IDX
           MOVE SPACES TO DAYE-STEP-LINE (2:)
           MOVE WS-EX-STEP-NAME (EXP-IDX) TO DAYED-STEP-NAME
           IF NOT WS-ST-SEEN (ST-IDX) AND
                   WS-ROLLED-BACK AND NOT WS-RERUN
               MOVE "ROLLED" TO DAYED-PRESENT
               MOVE ZERO TO DAYED-TIME
               MOVE ZERO TO DAYED-COUNT
               MOVE ZERO TO DAYED-RC
               MOVE SPACES TO DAYED-BALANCED
               MOVE "ROLLED BACK BY CALCRBAK" TO DAYED-REMARK
               GO TO 3100-WRITE
           END-IF
           IF NOT WS-ST-SEEN (ST-IDX)
               MOVE "MISSING" TO DAYED-PRESENT
               MOVE ZERO TO DAYED-TIME
       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3200-PRINT-HELD-DUPLICATES THRU 3200-EXIT
      *>  ONE LINE PER HELD DUPLICATE NOT YET RESOLVED -- OPEN,
      *>  RELEASED BUT NOT YET REPOSTED, OR RELEASED OR KILLED
      *>  WITHOUT NAMING WHO DID IT -- THEN THE COUNT.  THEY ARE
      *>  DATA ENTRY'S WORK, NOT A FAILURE OF THE DAY, SO THEY DO
      *>  NOT COUNT AS PROBLEMS.  A MISSING MASTER MEANS NOTHING
      *>  HAS EVER BEEN HELD.
      *>-----------------------------------------------------------
       3200-PRINT-HELD-DUPLICATES.
           WRITE REPORT-RECORD FROM DAYE-HELD-HEADING
           OPEN INPUT HELD-FILE
           IF NOT WS-HELD-OK
               SET WS-HELD-EOF-SWITCH TO "Y"
           ELSE
               SET WS-HELD-OPEN-SWITCH TO "Y"
               PERFORM 3250-READ-HELD THRU 3250-EXIT
           END-IF
           PERFORM 3210-PRINT-HELD-LINE THRU 3210-EXIT
               UNTIL WS-HELD-EOF
           IF WS-HELD-OPEN
               CLOSE HELD-FILE
           END-IF
           MOVE WS-HELD-OUTSTANDING TO DAYEH-OUTSTANDING
           WRITE REPORT-RECORD FROM DAYE-HELD-TOTAL-LINE.
       3200-EXIT.
           EXIT.

       3210-PRINT-HELD-LINE.
           IF DUP-REPOSTED OR
                   (DUP-KILLED AND DUP-ACTION-BY NOT = SPACES)
               GO TO 3210-READ-NEXT
           END-IF
           MOVE DUP-REASON TO DAYEH-REASON
           MOVE DUP-BATCH-ID TO DAYEH-BATCH-ID
           MOVE DUP-BATCH-DATE TO DAYEH-BATCH-DATE
           MOVE DUP-TRAN-IMAGE TO DAYEH-TRAN-IMAGE
           MOVE DUP-TRAN-CURRENCY-CODE TO DAYEH-TRAN-CURRENCY
           MOVE DUP-TRAN-COMPANY-CODE TO DAYEH-TRAN-COMPANY
           EVALUATE TRUE
               WHEN (DUP-RELEASED OR DUP-KILLED) AND
                       DUP-ACTION-BY = SPACES
                   MOVE "UNSIGNED" TO DAYEH-STATUS
               WHEN DUP-RELEASED
                   MOVE "RELEASED" TO DAYEH-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO DAYEH-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM DAYE-HELD-LINE
           ADD 1 TO WS-HELD-OUTSTANDING.
       3210-READ-NEXT.
           PERFORM 3250-READ-HELD THRU 3250-EXIT.
       3210-EXIT.
           EXIT.

       3250-READ-HELD.
           READ HELD-FILE
               AT END
                   SET WS-HELD-EOF-SWITCH TO "Y"
           END-READ.
       3250-EXIT.
           EXIT.

       END PROGRAM CALCDAYE.
