                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCBUDG
      *>
      *>  PURPOSE.     MONTHLY BUDGET-VERSUS-ACTUAL REPORT.  READS
      *>               THE BUDGET MASTER (BUDGREC.CPY) IN ACCOUNT
      *>               ORDER AND, FOR EVERY ACCOUNT WITH A BUDGET FOR
      *>               THE BUDGPARM PERIOD, PRINTS THE BUDGET, THE
      *>               PERIOD-TO-DATE ACTUAL CALC AND CALCAPPR HAVE
      *>               BUILT UP, THE VARIANCE (BUDGET LESS ACTUAL)
      *>               AND THE PERCENT OF BUDGET USED, WITH THE
      *>               ACCT-NAME FROM ACCTMAST.  AN ACCOUNT OVER 90
      *>               PERCENT IS FLAGGED "OVER 90%", ONE PAST ITS
      *>               BUDGET "OVER BUD"; A ZERO BUDGET WITH ANY
      *>               SPEND AGAINST IT IS OVER BUDGET.  TOTALS AND
      *>               THE FLAGGED COUNTS PRINT AT THE END, AND THE
      *>               STEP ENDS RC=4 WHEN ANYTHING WAS FLAGGED SO
      *>               THE SCHEDULER CAN ROUTE THE REPORT.  BUDGPARM
      *>               CARRIES THE PERIOD (YYYYMM); AN EMPTY OR
      *>               MISSING PARM MEANS THE CURRENT MONTH.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBUDG.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PARM-FILE ASSIGN TO "BUDGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD-ID        PIC 9(06).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BUDGLINE.

       01  WS-PERIOD-ID PIC 9(06) VALUE ZERO.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-PERIOD-ID  PIC 9(06).
           05  WS-CURRENT-DAY        PIC 9(02).

       01  WS-VARIANCE PIC S9(13)V99 VALUE ZERO.
       01  WS-PERCENT-USED PIC S9(15)V9 VALUE ZERO.
       01  WS-PERCENT-LIMIT PIC S9(04)V9 VALUE 9999.9.

       01  WS-ACCOUNT-COUNT PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-OVER-COUNT PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-BUDGET PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-ACTUAL PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-VARIANCE PIC S9(13)V99 VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-FILE-STATUSES.
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-BUDGET THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE PERIOD FROM BUDGPARM, DEFAULTING TO THE
      *>  CURRENT MONTH, OPEN THE FILES AND PRIME THE READ.
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
               END-READ
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCBUDG: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCBUDG: UNABLE TO OPEN ACCTMAST, "
                   "FILE STATUS = " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCBUDG: UNABLE TO OPEN BUDGRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-BUDGET THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET WS-EOF-SWITCH TO "Y"
           END-READ.
       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-PROCESS-BUDGET THRU 2000-EXIT
      *>  ONE BUDGET RECORD.  THE MASTER IS IN ACCOUNT THEN PERIOD
      *>  ORDER, SO EVERY OTHER MONTH'S RECORDS ARE PASSED OVER;
      *>  THE REQUESTED MONTH'S GET THEIR FIGURES WORKED OUT, A
      *>  LINE PRINTED AND THE TOTALS ROLLED.
      *>-----------------------------------------------------------
       2000-PROCESS-BUDGET.
           IF BUD-PERIOD-ID NOT = WS-PERIOD-ID
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM 2100-WORK-OUT-USAGE THRU 2100-EXIT
           PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
           ADD BUD-BUDGET-AMOUNT TO WS-TOTAL-BUDGET
           ADD BUD-ACTUAL-AMOUNT TO WS-TOTAL-ACTUAL
           ADD WS-VARIANCE TO WS-TOTAL-VARIANCE.
       2000-NEXT.
           PERFORM 1100-READ-BUDGET THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-WORK-OUT-USAGE THRU 2100-EXIT
      *>  VARIANCE IS BUDGET LESS ACTUAL.  PERCENT USED IS ACTUAL
      *>  OVER BUDGET TIMES 100, HELD TO WHAT THE COLUMN CAN SHOW;
      *>  A ZERO BUDGET SHOWS THE COLUMN'S LIMIT WHEN ANYTHING HAS
      *>  BEEN SPENT AGAINST IT.  THE 90 PERCENT TEST IS MADE ON
      *>  THE AMOUNTS THEMSELVES (ACTUAL TIMES 10 AGAINST BUDGET
      *>  TIMES 9) SO ROUNDING THE PERCENT CANNOT MOVE AN ACCOUNT
      *>  ACROSS THE LINE.
      *>-----------------------------------------------------------
       2100-WORK-OUT-USAGE.
           COMPUTE WS-VARIANCE = BUD-BUDGET-AMOUNT - BUD-ACTUAL-AMOUNT
           IF BUD-BUDGET-AMOUNT = ZERO
               IF BUD-ACTUAL-AMOUNT > ZERO
                   MOVE WS-PERCENT-LIMIT TO WS-PERCENT-USED
               ELSE
                   MOVE ZERO TO WS-PERCENT-USED
               END-IF
           ELSE
               COMPUTE WS-PERCENT-USED ROUNDED =
                   BUD-ACTUAL-AMOUNT * 100 / BUD-BUDGET-AMOUNT
           END-IF
           IF WS-PERCENT-USED > WS-PERCENT-LIMIT
               MOVE WS-PERCENT-LIMIT TO WS-PERCENT-USED
           END-IF
           IF WS-PERCENT-USED < ZERO - WS-PERCENT-LIMIT
               COMPUTE WS-PERCENT-USED = ZERO - WS-PERCENT-LIMIT
           END-IF
           MOVE SPACES TO BUDGD-FLAG
           IF BUD-ACTUAL-AMOUNT * 10 > BUD-BUDGET-AMOUNT * 9
               ADD 1 TO WS-FLAGGED-COUNT
               IF BUD-ACTUAL-AMOUNT > BUD-BUDGET-AMOUNT
                   MOVE "OVER BUD" TO BUDGD-FLAG
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   MOVE "OVER 90%" TO BUDGD-FLAG
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE BUD-ACCOUNT-REF TO BUDGD-ACCOUNT-REF
           MOVE BUD-ACCOUNT-REF TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "*** NOT ON ACCTMAST" TO BUDGD-ACCT-NAME
               NOT INVALID KEY
                   MOVE ACCT-NAME TO BUDGD-ACCT-NAME
           END-READ
           MOVE BUD-BUDGET-AMOUNT TO BUDGD-BUDGET
           MOVE BUD-ACTUAL-AMOUNT TO BUDGD-ACTUAL
           MOVE WS-VARIANCE TO BUDGD-VARIANCE
           MOVE WS-PERCENT-USED TO BUDGD-PERCENT-USED
           WRITE REPORT-RECORD FROM BUDG-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2200-EXIT.
           EXIT.

       2910-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PERIOD-ID TO BUDG1-PERIOD-ID
           MOVE WS-CURRENT-DATE TO BUDG1-RUN-DATE
           MOVE WS-PAGE-NO TO BUDG1-PAGE-NO
           WRITE REPORT-RECORD FROM BUDG-HEADING-1
           WRITE REPORT-RECORD FROM BUDG-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2910-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE TOTALS AND THE FLAGGED COUNTS, AND SET THE
      *>  RETURN CODE: 4 WHEN ANY ACCOUNT IS OVER 90 PERCENT OF
      *>  ITS BUDGET, OTHERWISE 0.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           IF WS-PAGE-NO = ZERO
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           IF WS-LINE-COUNT + 2 > WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE WS-ACCOUNT-COUNT TO BUDGT-ACCOUNT-COUNT
           MOVE WS-TOTAL-BUDGET TO BUDGT-BUDGET
           MOVE WS-TOTAL-ACTUAL TO BUDGT-ACTUAL
           MOVE WS-TOTAL-VARIANCE TO BUDGT-VARIANCE
           IF WS-TOTAL-BUDGET = ZERO
               MOVE ZERO TO WS-PERCENT-USED
           ELSE
               COMPUTE WS-PERCENT-USED ROUNDED =
                   WS-TOTAL-ACTUAL * 100 / WS-TOTAL-BUDGET
           END-IF
           IF WS-PERCENT-USED > WS-PERCENT-LIMIT
               MOVE WS-PERCENT-LIMIT TO WS-PERCENT-USED
           END-IF
           MOVE WS-PERCENT-USED TO BUDGT-PERCENT-USED
           WRITE REPORT-RECORD FROM BUDG-TOTAL-LINE
           MOVE WS-FLAGGED-COUNT TO BUDGF-FLAGGED-COUNT
           MOVE WS-OVER-COUNT TO BUDGF-OVER-COUNT
           WRITE REPORT-RECORD FROM BUDG-FLAG-TOTAL-LINE
           CLOSE BUDGET-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           DISPLAY "CALCBUDG: PERIOD " WS-PERIOD-ID ", "
               WS-ACCOUNT-COUNT " ACCOUNTS, " WS-FLAGGED-COUNT
               " OVER 90%, " WS-OVER-COUNT " OVER BUDGET"
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM CALCBUDG.
