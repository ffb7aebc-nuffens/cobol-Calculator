                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCSNAP
      *>
      *>  PURPOSE.     START-OF-DAY SNAPSHOT FOR THE WHOLE-DAY
      *>               ROLLBACK.  CALC'S CHECKPOINT RESTART RECOVERS
      *>               A RUN THAT DIED PART WAY, BUT A DAY THAT HAS
      *>               TO BE THROWN AWAY COMPLETELY -- THE WRONG
      *>               TRANSIN MERGED IN ONLSTEP -- HAS ALREADY
      *>               REWRITTEN OPERMAST, CALCREGS AND BUDGMAST,
      *>               SWAPPED THE REJECT AND HELD-DUPLICATE MASTERS
      *>               AND APPENDED TO EVERY LOG BY THE TIME ANYONE
      *>               NOTICES.  RUNS AS THE FIRST STEP OF CALCJOB
      *>               AND RECORDS ON THE SNAPSHOT MASTER
      *>               (SNAPREC.CPY), KEYED BY THE BATCH ID ON THE
      *>               KEYED FILE'S HEADER: EVERY RECORD OF THE
      *>               OPERATOR, REGISTER AND BUDGET MASTERS, THE
      *>               REJECT AND HELD-DUPLICATE MASTERS AND THE
      *>               CALC CHECKPOINT, AND THE END POSITION OF EACH
      *>               APPEND-ONLY FILE CALC WRITES.  CALCRBAK PUTS
      *>               THEM BACK FROM IT.
      *>
      *>               A JOB RESUBMITTED FOR THE SAME BATCH ON THE
      *>               SAME DAY -- A RESTART AFTER AN ABEND -- KEEPS
      *>               THE SNAPSHOT ALREADY TAKEN, WHICH IS THE
      *>               START-OF-DAY STATE; RETAKING IT WOULD CAPTURE
      *>               THE HALF-POSTED ONE.  A SNAPSHOT FROM AN
      *>               EARLIER DAY FOR A REUSED BATCH ID, ONE LEFT
      *>               INCOMPLETE BY AN ABEND (NO HEADER ENTRY), AND
      *>               ANY OLDER THAN THE SNAPPARM RETENTION IN DAYS
      *>               (THREE DIGITS, DEFAULT SEVEN) ARE DELETED.
      *>               A KEYED FILE WITH NO BATCH HEADER ENDS RC=8
      *>               WITH NO SNAPSHOT TAKEN, AND CALCJOB RUNS NO
      *>               FURTHER.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE LAST-RECORD IMAGE FOLLOWS SNAP-IMAGE TO
      *>                  160 BYTES NOW THAT THE HELD-DUPLICATE AND
      *>                  AUDIT RECORDS CARRY THE COMPANY CODE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSNAP.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAWIN-FILE ASSIGN TO "RAWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAWIN-STATUS.
           SELECT SNAP-FILE ASSIGN TO "SNAPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PARM-FILE ASSIGN TO "SNAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CALCREGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REG-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT RESULT-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GL-FILE ASSIGN TO "GLXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PERIOD-EXCEPT-FILE ASSIGN TO "PERDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAWIN-FILE.
           COPY TRANREC.

       FD  SNAP-FILE.
           COPY SNAPREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RETAIN-DAYS      PIC 9(03).

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

       FD  RESULT-FILE.
           COPY OUTREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  GL-FILE.
           COPY GLEXTRAC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  PERIOD-EXCEPT-FILE.
           COPY PEXREC.

       WORKING-STORAGE SECTION.
       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-RETAIN-DAYS PIC 9(03) VALUE 7.

      *>   THE SNAPSHOT GROUP THE PURGE SWEEP IS IN, AND WHETHER IT
      *>   GOES.
       01  WS-GROUP-BATCH-ID PIC X(08) VALUE SPACES.

      *>   THE APPEND-ONLY FILE BEING MEASURED FOR ITS F ENTRY.
       01  WS-FILE-DD-NAME PIC X(08) VALUE SPACES.
       01  WS-FILE-COUNT PIC 9(08) VALUE ZERO.
       01  WS-LAST-IMAGE PIC X(160) VALUE SPACES.

       01  WS-ENTRY-SEQ-NO PIC 9(08) VALUE ZERO.
       01  WS-ENTRY-COUNT PIC 9(08) VALUE ZERO.
       01  WS-PURGED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-PURGED-ENTRIES PIC 9(08) VALUE ZERO.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).
       01  WS-TODAY-DAYS PIC 9(07) COMP VALUE ZERO.
       01  WS-AGE-DAYS PIC S9(07) COMP VALUE ZERO.

      *>   SCRATCH FIELDS FOR THE DATE-TO-DAY-NUMBER CONVERSION IN
      *>   8100-DATE-TO-DAYS.
       01  WS-DATE-IN.
           05  WS-DI-YEAR            PIC 9(04).
           05  WS-DI-MONTH           PIC 9(02).
           05  WS-DI-DAY             PIC 9(02).
       01  WS-DATE-IN-N REDEFINES WS-DATE-IN PIC 9(08).
       01  WS-DAYS-OUT PIC 9(07) COMP VALUE ZERO.
       01  WS-DTD-YEAR PIC 9(04) COMP VALUE ZERO.
       01  WS-DTD-MONTH PIC 9(02) COMP VALUE ZERO.
       01  WS-DTD-WORK PIC S9(09) COMP VALUE ZERO.
       01  WS-DTD-QUOT PIC S9(09) COMP VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-RAWIN-STATUS       PIC X(02).
               88  WS-RAWIN-OK       VALUE "00".
           05  WS-SNAP-STATUS        PIC X(02).
               88  WS-SNAP-OK        VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-REG-STATUS         PIC X(02).
               88  WS-REG-OK         VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-REJ-STATUS         PIC X(02).
               88  WS-REJ-OK         VALUE "00".
               88  WS-REJ-NOT-FOUND  VALUE "35".
           05  WS-HELD-STATUS        PIC X(02).
               88  WS-HELD-OK        VALUE "00".
               88  WS-HELD-NOT-FOUND VALUE "35".
           05  WS-CKPT-STATUS        PIC X(02).
               88  WS-CKPT-OK        VALUE "00".
               88  WS-CKPT-NOT-FOUND VALUE "35".
           05  WS-RESULT-STATUS      PIC X(02).
               88  WS-RESULT-OK      VALUE "00".
               88  WS-RESULT-NOT-FOUND VALUE "35".
           05  WS-AUDIT-STATUS       PIC X(02).
               88  WS-AUDIT-OK       VALUE "00".
               88  WS-AUDIT-NOT-FOUND VALUE "35".
           05  WS-GL-STATUS          PIC X(02).
               88  WS-GL-OK          VALUE "00".
               88  WS-GL-NOT-FOUND   VALUE "35".
           05  WS-SUSP-STATUS        PIC X(02).
               88  WS-SUSP-OK        VALUE "00".
               88  WS-SUSP-NOT-FOUND VALUE "35".
           05  WS-PEND-STATUS        PIC X(02).
               88  WS-PEND-OK        VALUE "00".
               88  WS-PEND-NOT-FOUND VALUE "35".
           05  WS-PEX-STATUS         PIC X(02).
               88  WS-PEX-OK         VALUE "00".
               88  WS-PEX-NOT-FOUND  VALUE "35".

       01  WS-SWITCHES.
           05  WS-SWEEP-DONE-SWITCH  PIC X(01) VALUE "N".
               88  WS-SWEEP-DONE     VALUE "Y".
           05  WS-PURGE-GROUP-SWITCH PIC X(01) VALUE "N".
               88  WS-PURGE-GROUP    VALUE "Y".
           05  WS-SNAP-KEPT-SWITCH   PIC X(01) VALUE "N".
               88  WS-SNAP-KEPT      VALUE "Y".
           05  WS-FILE-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-FILE-EOF       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PURGE-SNAPSHOTS THRU 2000-EXIT
           IF NOT WS-SNAP-KEPT
               PERFORM 3000-TAKE-SNAPSHOT THRU 3000-EXIT
           END-IF
           PERFORM 9000-FINALIZE THRU 9000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE RETENTION, TAKE THE BATCH ID FROM THE KEYED
      *>  FILE'S HEADER AND OPEN THE SNAPSHOT MASTER.  NO HEADER
      *>  MEANS NO CONTROLLED BATCH TODAY -- PAYSTEP WOULD REFUSE
      *>  IT TOO -- SO NOTHING IS TAKEN AND THE JOB STOPS HERE.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-DATE-IN-N
           PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT
           MOVE WS-DAYS-OUT TO WS-TODAY-DAYS
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           OPEN INPUT RAWIN-FILE
           IF NOT WS-RAWIN-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN RAWIN, "
                   "FILE STATUS = " WS-RAWIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RAWIN-FILE
               AT END
                   MOVE SPACES TO TRAN-HEADER-RECORD
           END-READ
           IF NOT TRAN-IS-HEADER
               DISPLAY "CALCSNAP: BATCH HEADER MISSING FROM RAWIN"
                   " - NO SNAPSHOT TAKEN"
               CLOSE RAWIN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE TRAN-HDR-BATCH-DATE TO WS-BATCH-DATE
           CLOSE RAWIN-FILE
           OPEN I-O SNAP-FILE
           IF NOT WS-SNAP-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN SNAPMAST, "
                   "FILE STATUS = " WS-SNAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1050-READ-PARM THRU 1050-EXIT
      *>  THE RETENTION IN DAYS, THREE DIGITS.  AN EMPTY OR MISSING
      *>  PARM, OR ONE THAT IS NOT NUMERIC, MEANS SEVEN DAYS.
      *>-----------------------------------------------------------
       1050-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RETAIN-DAYS NUMERIC
                           MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                       ELSE
                           DISPLAY "CALCSNAP: SNAPPARM RETENTION NOT "
                               "NUMERIC - " WS-RETAIN-DAYS
                               " DAYS USED"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-PURGE-SNAPSHOTS THRU 2000-EXIT
      *>  SWEEP THE SNAPSHOT MASTER IN KEY ORDER.  THE HEADER ENTRY
      *>  (TYPE A) SORTS FIRST IN ITS BATCH'S GROUP, SO THE FIRST
      *>  ENTRY OF EACH GROUP DECIDES WHETHER THE GROUP STAYS.
      *>-----------------------------------------------------------
       2000-PURGE-SNAPSHOTS.
           MOVE LOW-VALUES TO SNAP-KEY
           SET WS-SWEEP-DONE-SWITCH TO "N"
           START SNAP-FILE KEY >= SNAP-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE-SWITCH TO "Y"
           END-START
           PERFORM 2100-PURGE-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-SWEEP-DONE.
       2000-EXIT.
           EXIT.

       2100-PURGE-ONE-ENTRY.
           READ SNAP-FILE NEXT
               AT END
                   SET WS-SWEEP-DONE-SWITCH TO "Y"
                   GO TO 2100-EXIT
           END-READ
           IF SNAP-BATCH-ID NOT = WS-GROUP-BATCH-ID
               MOVE SNAP-BATCH-ID TO WS-GROUP-BATCH-ID
               PERFORM 2200-JUDGE-GROUP THRU 2200-EXIT
           END-IF
           IF WS-PURGE-GROUP
               DELETE SNAP-FILE RECORD
                   INVALID KEY
                       DISPLAY "CALCSNAP: SNAPMAST DELETE FAILED, "
                           "FILE STATUS = " WS-SNAP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-DELETE
               ADD 1 TO WS-PURGED-ENTRIES
           END-IF.
       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2200-JUDGE-GROUP THRU 2200-EXIT
      *>  A GROUP WITH NO HEADER WAS LEFT BY AN ABENDED SNAPSHOT
      *>  AND GOES.  TODAY'S BATCH ALREADY SNAPPED TODAY IS A
      *>  RESTART AND STAYS; SNAPPED ON AN EARLIER DAY IT IS A
      *>  REUSED BATCH ID AND GOES.  ANY OTHER GROUP GOES ONCE IT
      *>  IS OLDER THAN THE RETENTION.
      *>-----------------------------------------------------------
       2200-JUDGE-GROUP.
           SET WS-PURGE-GROUP-SWITCH TO "Y"
           IF NOT SNAP-HEADER-ENTRY
               DISPLAY "CALCSNAP: INCOMPLETE SNAPSHOT FOR BATCH "
                   SNAP-BATCH-ID " DELETED"
               GO TO 2200-EXIT
           END-IF
           IF SNAP-BATCH-ID = WS-BATCH-ID
               IF SNAP-HDR-RUN-DATE = WS-CURRENT-DATE
                   SET WS-PURGE-GROUP-SWITCH TO "N"
                   SET WS-SNAP-KEPT-SWITCH TO "Y"
                   DISPLAY "CALCSNAP: BATCH " WS-BATCH-ID
                       " ALREADY SNAPPED AT " SNAP-HDR-RUN-TIME
                       " - RESTART, SNAPSHOT KEPT"
               ELSE
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
               GO TO 2200-EXIT
           END-IF
           IF SNAP-HDR-RUN-DATE NUMERIC
               MOVE SNAP-HDR-RUN-DATE TO WS-DATE-IN-N
               PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DAYS-OUT
               IF WS-AGE-DAYS <= WS-RETAIN-DAYS
                   SET WS-PURGE-GROUP-SWITCH TO "N"
                   GO TO 2200-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-PURGED-COUNT.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-TAKE-SNAPSHOT THRU 3000-EXIT
      *>  COPY EACH MASTER IN, MEASURE EACH APPEND-ONLY FILE, AND
      *>  WRITE THE HEADER LAST SO THE SNAPSHOT ONLY COUNTS ONCE IT
      *>  IS WHOLE.
      *>-----------------------------------------------------------
       3000-TAKE-SNAPSHOT.
           PERFORM 3100-SNAP-OPERATORS THRU 3100-EXIT
           PERFORM 3200-SNAP-REGISTERS THRU 3200-EXIT
           PERFORM 3300-SNAP-BUDGETS THRU 3300-EXIT
           PERFORM 3400-SNAP-REJECTS THRU 3400-EXIT
           PERFORM 3500-SNAP-HELD-DUPS THRU 3500-EXIT
           PERFORM 3550-SNAP-CHECKPOINT THRU 3550-EXIT
           PERFORM 3610-MEASURE-RESULTS THRU 3610-EXIT
           PERFORM 3620-MEASURE-AUDITLOG THRU 3620-EXIT
           PERFORM 3630-MEASURE-GLXTRACT THRU 3630-EXIT
           PERFORM 3640-MEASURE-SUSPENSE THRU 3640-EXIT
           PERFORM 3650-MEASURE-PENDAPPR THRU 3650-EXIT
           PERFORM 3660-MEASURE-PERDEXCP THRU 3660-EXIT
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "A" TO SNAP-ENTRY-TYPE
           MOVE WS-ENTRY-COUNT TO SNAP-RECORD-COUNT
           MOVE WS-CURRENT-DATE TO SNAP-HDR-RUN-DATE
           MOVE WS-CURRENT-TIME TO SNAP-HDR-RUN-TIME
           MOVE WS-BATCH-DATE TO SNAP-HDR-BATCH-DATE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-SNAP-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-FILE-EOF-SWITCH TO "N"
           PERFORM 3110-SNAP-ONE-OPERATOR THRU 3110-EXIT
               UNTIL WS-FILE-EOF
           CLOSE OPERATOR-FILE.
       3100-EXIT.
           EXIT.

       3110-SNAP-ONE-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3110-EXIT
           END-READ
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "O" TO SNAP-ENTRY-TYPE
           MOVE OPER-ID TO SNAP-ENTRY-KEY
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE OPER-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3110-EXIT.
           EXIT.

       3200-SNAP-REGISTERS.
           OPEN INPUT REGISTER-FILE
           IF NOT WS-REG-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN CALCREGS, "
                   "FILE STATUS = " WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-FILE-EOF-SWITCH TO "N"
           PERFORM 3210-SNAP-ONE-REGISTER THRU 3210-EXIT
               UNTIL WS-FILE-EOF
           CLOSE REGISTER-FILE.
       3200-EXIT.
           EXIT.

       3210-SNAP-ONE-REGISTER.
           READ REGISTER-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3210-EXIT
           END-READ
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "R" TO SNAP-ENTRY-TYPE
           MOVE REG-KEY TO SNAP-ENTRY-KEY
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE REG-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3210-EXIT.
           EXIT.

       3300-SNAP-BUDGETS.
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-FILE-EOF-SWITCH TO "N"
           PERFORM 3310-SNAP-ONE-BUDGET THRU 3310-EXIT
               UNTIL WS-FILE-EOF
           CLOSE BUDGET-FILE.
       3300-EXIT.
           EXIT.

       3310-SNAP-ONE-BUDGET.
           READ BUDGET-FILE NEXT
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3310-EXIT
           END-READ
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "B" TO SNAP-ENTRY-TYPE
           MOVE BUD-KEY TO SNAP-ENTRY-KEY
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE BUD-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3310-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3400-SNAP-REJECTS THRU 3400-EXIT
      *>  THE REJECT MASTER IS REWRITTEN WHOLE BY RCYCSTEP, SO IT IS
      *>  COPIED WHOLE, NUMBERED IN FILE ORDER.  A MISSING MASTER
      *>  HAS NOTHING ON IT.
      *>-----------------------------------------------------------
       3400-SNAP-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJ-NOT-FOUND
               GO TO 3400-EXIT
           END-IF
           IF NOT WS-REJ-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN TRANSREJ, "
                   "FILE STATUS = " WS-REJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ENTRY-SEQ-NO
           SET WS-FILE-EOF-SWITCH TO "N"
           PERFORM 3410-SNAP-ONE-REJECT THRU 3410-EXIT
               UNTIL WS-FILE-EOF
           CLOSE REJECT-FILE.
       3400-EXIT.
           EXIT.

       3410-SNAP-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3410-EXIT
           END-READ
           ADD 1 TO WS-ENTRY-SEQ-NO
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "J" TO SNAP-ENTRY-TYPE
           MOVE WS-ENTRY-SEQ-NO TO SNAP-ENTRY-SEQ-NO
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE REJ-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3410-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3500-SNAP-HELD-DUPS THRU 3500-EXIT
      *>  THE HELD-DUPLICATE MASTER, THE SAME WAY -- DUPSTEP SWAPS
      *>  IT WHOLE.
      *>-----------------------------------------------------------
       3500-SNAP-HELD-DUPS.
           OPEN INPUT HELD-FILE
           IF WS-HELD-NOT-FOUND
               GO TO 3500-EXIT
           END-IF
           IF NOT WS-HELD-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN DUPSHELD, "
                   "FILE STATUS = " WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-ENTRY-SEQ-NO
           SET WS-FILE-EOF-SWITCH TO "N"
           PERFORM 3510-SNAP-ONE-HELD-DUP THRU 3510-EXIT
               UNTIL WS-FILE-EOF
           CLOSE HELD-FILE.
       3500-EXIT.
           EXIT.

       3510-SNAP-ONE-HELD-DUP.
           READ HELD-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3510-EXIT
           END-READ
           ADD 1 TO WS-ENTRY-SEQ-NO
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "D" TO SNAP-ENTRY-TYPE
           MOVE WS-ENTRY-SEQ-NO TO SNAP-ENTRY-SEQ-NO
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE DUP-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT.
       3510-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3550-SNAP-CHECKPOINT THRU 3550-EXIT
      *>  CALC'S SINGLE CHECKPOINT RECORD, IF THERE IS ONE -- AN
      *>  EMPTY CHECKPOINT IS PUT BACK EMPTY.
      *>-----------------------------------------------------------
       3550-SNAP-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-NOT-FOUND
               GO TO 3550-EXIT
           END-IF
           IF NOT WS-CKPT-OK
               DISPLAY "CALCSNAP: UNABLE TO OPEN CALCCKPT, "
                   "FILE STATUS = " WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   CLOSE CHECKPOINT-FILE
                   GO TO 3550-EXIT
           END-READ
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "C" TO SNAP-ENTRY-TYPE
           MOVE ZERO TO SNAP-RECORD-COUNT
           MOVE CKPT-RECORD TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT
           CLOSE CHECKPOINT-FILE.
       3550-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3610-MEASURE-RESULTS THRU 3660-EXIT
      *>  ONE PAIR OF PARAGRAPHS PER APPEND-ONLY FILE: COUNT ITS
      *>  RECORDS, KEEPING THE LAST ONE, AND WRITE ITS F ENTRY.  A
      *>  FILE NOT YET CREATED IS AT POSITION ZERO.
      *>-----------------------------------------------------------
       3610-MEASURE-RESULTS.
           MOVE "RESULTS" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT RESULT-FILE
           IF NOT WS-RESULT-NOT-FOUND
               IF NOT WS-RESULT-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN RESULTS, "
                       "FILE STATUS = " WS-RESULT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3615-READ-RESULT THRU 3615-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE RESULT-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3610-EXIT.
           EXIT.

       3615-READ-RESULT.
           READ RESULT-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3615-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE OUT-RECORD TO WS-LAST-IMAGE.
       3615-EXIT.
           EXIT.

       3620-MEASURE-AUDITLOG.
           MOVE "AUDITLOG" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-NOT-FOUND
               IF NOT WS-AUDIT-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN AUDITLOG, "
                       "FILE STATUS = " WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3625-READ-AUDIT THRU 3625-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3620-EXIT.
           EXIT.

       3625-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3625-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE AUDIT-RECORD TO WS-LAST-IMAGE.
       3625-EXIT.
           EXIT.

       3630-MEASURE-GLXTRACT.
           MOVE "GLXTRACT" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT GL-FILE
           IF NOT WS-GL-NOT-FOUND
               IF NOT WS-GL-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN GLXTRACT, "
                       "FILE STATUS = " WS-GL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3635-READ-GL THRU 3635-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE GL-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3630-EXIT.
           EXIT.

       3635-READ-GL.
           READ GL-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3635-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE GL-EXTRACT-RECORD TO WS-LAST-IMAGE.
       3635-EXIT.
           EXIT.

       3640-MEASURE-SUSPENSE.
           MOVE "SUSPENSE" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSP-NOT-FOUND
               IF NOT WS-SUSP-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN SUSPENSE, "
                       "FILE STATUS = " WS-SUSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3645-READ-SUSPENSE THRU 3645-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3640-EXIT.
           EXIT.

       3645-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3645-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE SUSP-RECORD TO WS-LAST-IMAGE.
       3645-EXIT.
           EXIT.

       3650-MEASURE-PENDAPPR.
           MOVE "PENDAPPR" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT PENDING-FILE
           IF NOT WS-PEND-NOT-FOUND
               IF NOT WS-PEND-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN PENDAPPR, "
                       "FILE STATUS = " WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3655-READ-PENDING THRU 3655-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE PENDING-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3650-EXIT.
           EXIT.

       3655-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3655-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE PND-RECORD TO WS-LAST-IMAGE.
       3655-EXIT.
           EXIT.

       3660-MEASURE-PERDEXCP.
           MOVE "PERDEXCP" TO WS-FILE-DD-NAME
           MOVE ZERO TO WS-FILE-COUNT
           MOVE SPACES TO WS-LAST-IMAGE
           OPEN INPUT PERIOD-EXCEPT-FILE
           IF NOT WS-PEX-NOT-FOUND
               IF NOT WS-PEX-OK
                   DISPLAY "CALCSNAP: UNABLE TO OPEN PERDEXCP, "
                       "FILE STATUS = " WS-PEX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-FILE-EOF-SWITCH TO "N"
               PERFORM 3665-READ-PERIOD-EXCEPT THRU 3665-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE PERIOD-EXCEPT-FILE
           END-IF
           PERFORM 3690-WRITE-FILE-ENTRY THRU 3690-EXIT.
       3660-EXIT.
           EXIT.

       3665-READ-PERIOD-EXCEPT.
           READ PERIOD-EXCEPT-FILE
               AT END
                   SET WS-FILE-EOF-SWITCH TO "Y"
                   GO TO 3665-EXIT
           END-READ
           ADD 1 TO WS-FILE-COUNT
           MOVE PEX-RECORD TO WS-LAST-IMAGE.
       3665-EXIT.
           EXIT.

       3690-WRITE-FILE-ENTRY.
           MOVE SPACES TO SNAP-RECORD
           MOVE WS-BATCH-ID TO SNAP-BATCH-ID
           MOVE "F" TO SNAP-ENTRY-TYPE
           MOVE WS-FILE-DD-NAME TO SNAP-ENTRY-KEY
           MOVE WS-FILE-COUNT TO SNAP-RECORD-COUNT
           MOVE WS-LAST-IMAGE TO SNAP-IMAGE
           PERFORM 3900-WRITE-SNAP-ENTRY THRU 3900-EXIT
           DISPLAY "CALCSNAP: " WS-FILE-DD-NAME " AT RECORD "
               WS-FILE-COUNT.
       3690-EXIT.
           EXIT.

       3900-WRITE-SNAP-ENTRY.
           WRITE SNAP-RECORD
               INVALID KEY
                   DISPLAY "CALCSNAP: SNAPMAST WRITE FAILED, "
                       "FILE STATUS = " WS-SNAP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-ENTRY-COUNT.
       3900-EXIT.
           EXIT.

       9000-FINALIZE.
           CLOSE SNAP-FILE
           IF WS-SNAP-KEPT
               DISPLAY "CALCSNAP: BATCH " WS-BATCH-ID
                   " - EXISTING SNAPSHOT KEPT"
           ELSE
               DISPLAY "CALCSNAP: BATCH " WS-BATCH-ID " SNAPPED - "
                   WS-ENTRY-COUNT " ENTRIES"
           END-IF
           DISPLAY "CALCSNAP: " WS-PURGED-COUNT " SNAPSHOTS ("
               WS-PURGED-ENTRIES " ENTRIES) PAST RETENTION OR "
               "SUPERSEDED, DELETED".
       9000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  8100-DATE-TO-DAYS THRU 8100-EXIT
      *>  TURN THE YYYYMMDD DATE IN WS-DATE-IN INTO A SERIAL DAY
      *>  NUMBER IN WS-DAYS-OUT, SO TWO DATES SUBTRACT TO REAL
      *>  CALENDAR DAYS ACROSS MONTH AND YEAR ENDS -- THE SAME
      *>  CIVIL-CALENDAR DAY COUNT CALCSAGE AGES SUSPENSE WITH.
      *>-----------------------------------------------------------
       8100-DATE-TO-DAYS.
           MOVE WS-DI-YEAR TO WS-DTD-YEAR
           MOVE WS-DI-MONTH TO WS-DTD-MONTH
           IF WS-DTD-MONTH <= 2
               SUBTRACT 1 FROM WS-DTD-YEAR
               ADD 12 TO WS-DTD-MONTH
           END-IF
           COMPUTE WS-DTD-WORK = 365 * WS-DTD-YEAR
           DIVIDE WS-DTD-YEAR BY 4 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           DIVIDE WS-DTD-YEAR BY 100 GIVING WS-DTD-QUOT
           SUBTRACT WS-DTD-QUOT FROM WS-DTD-WORK
           DIVIDE WS-DTD-YEAR BY 400 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           COMPUTE WS-DTD-QUOT = 153 * (WS-DTD-MONTH + 1)
           DIVIDE WS-DTD-QUOT BY 5 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           ADD WS-DI-DAY TO WS-DTD-WORK
           MOVE WS-DTD-WORK TO WS-DAYS-OUT.
       8100-EXIT.
           EXIT.

       END PROGRAM CALCSNAP.
