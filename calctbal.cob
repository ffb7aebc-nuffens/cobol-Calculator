                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCTBAL
      *>
      *>  PURPOSE.     MONTH-END TRIAL BALANCE.  CALCSTMT RECOMPUTES
      *>               A RUNNING BALANCE FROM THE RAW EXTRACT FOR A
      *>               DATE RANGE, BUT NOTHING PROVED THE LEDGER
      *>               BALANCES.  READS THE ACCOUNT BALANCE MASTER
      *>               (BALREC.CPY) -- WHICH ONLY EVER MOVES ON A
      *>               JOURNAL LINE THE LEDGER ACCEPTED -- IN
      *>               ACCOUNT ORDER AND PRINTS EVERY ACCOUNT'S
      *>               OPENING BALANCE, MOVEMENT AND CLOSING BALANCE
      *>               FOR THE TBPARM PERIOD, WITH THE ACCT-NAME
      *>               FROM ACCTMAST, A SUBTOTAL AT EVERY CHANGE OF
      *>               ACCOUNT-NUMBER PREFIX AND A GRAND TOTAL.  THE
      *>               GRAND TOTAL CLOSING BALANCE MUST NET TO ZERO;
      *>               IF IT DOES NOT THE STEP ENDS RC=8.  SO DOES
      *>               AN ACCOUNT WHOSE MASTER HAS ALREADY ROLLED
      *>               PAST THE PRIOR PERIOD IT HOLDS, BECAUSE ITS
      *>               FIGURES FOR THE REQUESTED PERIOD ARE GONE AND
      *>               THE TOTAL CANNOT BE PROVED.  TBPARM CARRIES
      *>               THE PERIOD (YYYYMM) AND THE PREFIX LENGTH
      *>               (1-9); AN EMPTY OR MISSING PARM MEANS THE
      *>               CURRENT MONTH AND A FOUR-CHARACTER PREFIX.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTBAL.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-ACCOUNT-REF
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PARM-FILE ASSIGN TO "TBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "TBALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY BALREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD-ID        PIC 9(06).
           05  FILLER                PIC X(02).
           05  PARM-PREFIX-LENGTH    PIC 9(01).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TBALLINE.

       01  WS-PERIOD-ID PIC 9(06) VALUE ZERO.
       01  WS-PREFIX-LENGTH PIC 9(01) VALUE 4.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-PERIOD-ID  PIC 9(06).
           05  WS-CURRENT-DAY        PIC 9(02).

       01  WS-PREFIX PIC X(10) VALUE SPACES.
       01  WS-NEW-PREFIX PIC X(10) VALUE SPACES.

       01  WS-OPENING PIC S9(13)V99 VALUE ZERO.
       01  WS-MOVEMENT PIC S9(13)V99 VALUE ZERO.
       01  WS-CLOSING PIC S9(13)V99 VALUE ZERO.

       01  WS-PREFIX-ACCOUNT-COUNT PIC 9(05) VALUE ZERO.
       01  WS-PREFIX-OPENING PIC S9(13)V99 VALUE ZERO.
       01  WS-PREFIX-MOVEMENT PIC S9(13)V99 VALUE ZERO.
       01  WS-PREFIX-CLOSING PIC S9(13)V99 VALUE ZERO.

       01  WS-ACCOUNT-COUNT PIC 9(06) VALUE ZERO.
       01  WS-NO-HISTORY-COUNT PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-OPENING PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-MOVEMENT PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CLOSING PIC S9(13)V99 VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-FILE-STATUSES.
           05  WS-BAL-STATUS         PIC X(02).
               88  WS-BAL-OK         VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".
           05  WS-HISTORY-SWITCH     PIC X(01) VALUE "Y".
               88  WS-HISTORY-HELD   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE PERIOD AND PREFIX LENGTH FROM TBPARM,
      *>  DEFAULTING TO THE CURRENT MONTH AND FOUR CHARACTERS, OPEN
      *>  THE FILES AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-PERIOD-ID TO WS-PERIOD-ID
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD-ID NUMERIC AND
                               PARM-PERIOD-ID NOT = ZERO
                           MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                       END-IF
                       IF PARM-PREFIX-LENGTH NUMERIC AND
                               PARM-PREFIX-LENGTH NOT = ZERO
                           MOVE PARM-PREFIX-LENGTH TO WS-PREFIX-LENGTH
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY "CALCTBAL: UNABLE TO OPEN BALMAST, "
                   "FILE STATUS = " WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCTBAL: UNABLE TO OPEN ACCTMAST, "
                   "FILE STATUS = " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCTBAL: UNABLE TO OPEN TBALRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-BALANCE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-BALANCE.
           READ BALANCE-FILE
               AT END
                   SET WS-EOF-SWITCH TO "Y"
           END-READ.
       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-PROCESS-ACCOUNT THRU 2000-EXIT
      *>  ONE BALANCE RECORD: PRINT THE PREFIX SUBTOTAL WHEN THE
      *>  PREFIX CHANGES, WORK OUT THE ACCOUNT'S FIGURES FOR THE
      *>  PERIOD, PRINT ITS LINE AND ROLL THE TOTALS.
      *>-----------------------------------------------------------
       2000-PROCESS-ACCOUNT.
           MOVE SPACES TO WS-NEW-PREFIX
           MOVE BAL-ACCOUNT-REF (1:WS-PREFIX-LENGTH) TO WS-NEW-PREFIX
           IF WS-ACCOUNT-COUNT > ZERO AND WS-NEW-PREFIX NOT = WS-PREFIX
               PERFORM 2300-WRITE-PREFIX-TOTAL THRU 2300-EXIT
           END-IF
           MOVE WS-NEW-PREFIX TO WS-PREFIX
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM 2100-WORK-OUT-PERIOD THRU 2100-EXIT
           PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
           IF WS-HISTORY-HELD
               ADD 1 TO WS-PREFIX-ACCOUNT-COUNT
               ADD WS-OPENING TO WS-PREFIX-OPENING
               ADD WS-MOVEMENT TO WS-PREFIX-MOVEMENT
               ADD WS-CLOSING TO WS-PREFIX-CLOSING
           END-IF
           PERFORM 1100-READ-BALANCE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-WORK-OUT-PERIOD THRU 2100-EXIT
      *>  THE MASTER HOLDS THE CURRENT PERIOD AND THE ONE BEFORE
      *>  IT.  THE REQUESTED PERIOD IS EITHER ONE OF THOSE, OR A
      *>  PERIOD WITH NO ACTIVITY (AFTER THE CURRENT ONE, OR
      *>  BETWEEN THE PRIOR AND THE CURRENT) WHOSE BALANCE DID NOT
      *>  MOVE.  ANYTHING EARLIER THAN THE PRIOR PERIOD HAS BEEN
      *>  ROLLED AWAY AND CANNOT BE SHOWN.
      *>-----------------------------------------------------------
       2100-WORK-OUT-PERIOD.
           SET WS-HISTORY-SWITCH TO "Y"
           MOVE ZERO TO WS-MOVEMENT
           EVALUATE TRUE
               WHEN BAL-PERIOD-ID = WS-PERIOD-ID
                   MOVE BAL-OPEN-BALANCE TO WS-OPENING
                   MOVE BAL-PTD-NET TO WS-MOVEMENT
               WHEN BAL-PERIOD-ID < WS-PERIOD-ID
                   COMPUTE WS-OPENING = BAL-OPEN-BALANCE + BAL-PTD-NET
               WHEN BAL-PRIOR-PERIOD-ID = WS-PERIOD-ID
                   MOVE BAL-PRIOR-OPEN-BALANCE TO WS-OPENING
                   MOVE BAL-PRIOR-NET TO WS-MOVEMENT
               WHEN BAL-PRIOR-PERIOD-ID < WS-PERIOD-ID
                   MOVE BAL-OPEN-BALANCE TO WS-OPENING
               WHEN OTHER
                   SET WS-HISTORY-SWITCH TO "N"
                   MOVE ZERO TO WS-OPENING
           END-EVALUATE
           COMPUTE WS-CLOSING = WS-OPENING + WS-MOVEMENT.
       2100-EXIT.
           EXIT.

       2200-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE BAL-ACCOUNT-REF TO TBALD-ACCOUNT-REF
           MOVE BAL-ACCOUNT-REF TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "*** NOT ON ACCTMAST" TO TBALD-ACCT-NAME
               NOT INVALID KEY
                   MOVE ACCT-NAME TO TBALD-ACCT-NAME
           END-READ
           MOVE WS-OPENING TO TBALD-OPENING
           MOVE WS-MOVEMENT TO TBALD-MOVEMENT
           MOVE WS-CLOSING TO TBALD-CLOSING
           IF WS-HISTORY-HELD
               MOVE SPACES TO TBALD-FLAG
           ELSE
               MOVE "NO HIST" TO TBALD-FLAG
               ADD 1 TO WS-NO-HISTORY-COUNT
               DISPLAY "CALCTBAL: ACCOUNT " BAL-ACCOUNT-REF
                   " HOLDS PERIODS " BAL-PRIOR-PERIOD-ID " AND "
                   BAL-PERIOD-ID " - " WS-PERIOD-ID
                   " CANNOT BE SHOWN"
           END-IF
           WRITE REPORT-RECORD FROM TBAL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2300-WRITE-PREFIX-TOTAL THRU 2300-EXIT
      *>  PRINT THE SUBTOTAL FOR THE PREFIX JUST FINISHED, ROLL IT
      *>  INTO THE GRAND TOTAL AND START THE NEXT ONE AT ZERO.
      *>-----------------------------------------------------------
       2300-WRITE-PREFIX-TOTAL.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE WS-PREFIX TO TBALP-PREFIX
           MOVE WS-PREFIX-ACCOUNT-COUNT TO TBALP-ACCOUNT-COUNT
           MOVE WS-PREFIX-OPENING TO TBALP-OPENING
           MOVE WS-PREFIX-MOVEMENT TO TBALP-MOVEMENT
           MOVE WS-PREFIX-CLOSING TO TBALP-CLOSING
           WRITE REPORT-RECORD FROM TBAL-PREFIX-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-PREFIX-OPENING TO WS-TOTAL-OPENING
           ADD WS-PREFIX-MOVEMENT TO WS-TOTAL-MOVEMENT
           ADD WS-PREFIX-CLOSING TO WS-TOTAL-CLOSING
           MOVE ZERO TO WS-PREFIX-ACCOUNT-COUNT
           MOVE ZERO TO WS-PREFIX-OPENING
           MOVE ZERO TO WS-PREFIX-MOVEMENT
           MOVE ZERO TO WS-PREFIX-CLOSING.
       2300-EXIT.
           EXIT.

       2910-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PERIOD-ID TO TBAL1-PERIOD-ID
           MOVE WS-CURRENT-DATE TO TBAL1-RUN-DATE
           MOVE WS-PAGE-NO TO TBAL1-PAGE-NO
           WRITE REPORT-RECORD FROM TBAL-HEADING-1
           WRITE REPORT-RECORD FROM TBAL-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2910-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE LAST PREFIX SUBTOTAL AND THE GRAND TOTAL, AND
      *>  SET THE RETURN CODE: 8 WHEN THE CLOSING BALANCES DO NOT
      *>  NET TO ZERO OR AN ACCOUNT'S FIGURES FOR THE PERIOD ARE
      *>  GONE, OTHERWISE 0.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           IF WS-PAGE-NO = ZERO
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           IF WS-ACCOUNT-COUNT > ZERO
               PERFORM 2300-WRITE-PREFIX-TOTAL THRU 2300-EXIT
           END-IF
           MOVE WS-ACCOUNT-COUNT TO TBALG-ACCOUNT-COUNT
           MOVE WS-TOTAL-OPENING TO TBALG-OPENING
           MOVE WS-TOTAL-MOVEMENT TO TBALG-MOVEMENT
           MOVE WS-TOTAL-CLOSING TO TBALG-CLOSING
           IF WS-TOTAL-CLOSING = ZERO AND WS-NO-HISTORY-COUNT = ZERO
               MOVE "IN BALANCE" TO TBALG-BALANCE-FLAG
           ELSE
               MOVE "OUT OF BAL" TO TBALG-BALANCE-FLAG
           END-IF
           WRITE REPORT-RECORD FROM TBAL-GRAND-TOTAL-LINE
           CLOSE BALANCE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           DISPLAY "CALCTBAL: PERIOD " WS-PERIOD-ID ", "
               WS-ACCOUNT-COUNT " ACCOUNTS, CLOSING TOTAL "
               WS-TOTAL-CLOSING
           IF WS-TOTAL-CLOSING NOT = ZERO
               DISPLAY "CALCTBAL: TRIAL BALANCE DOES NOT NET TO "
                   "ZERO - OUT BY " WS-TOTAL-CLOSING
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NO-HISTORY-COUNT > ZERO
               DISPLAY "CALCTBAL: " WS-NO-HISTORY-COUNT
                   " ACCOUNTS HAVE NO FIGURES FOR PERIOD "
                   WS-PERIOD-ID " - TRIAL BALANCE NOT PROVED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM CALCTBAL.
