                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  BUDGMNT
      *>
      *>  PURPOSE.     BUDGET MASTER MAINTENANCE.  READS A FILE OF
      *>               MAINTENANCE TRANSACTIONS (BDMTREC.CPY) AND
      *>               APPLIES THEM TO THE BUDGET MASTER (BUDGREC.CPY)
      *>               KEYED BY ACCOUNT AND PERIOD: ADD, CHANGE AND
      *>               DELETE.  AN ADD NEEDS AN OPEN ACCOUNT ON
      *>               ACCTMAST, A VALID YYYYMM PERIOD AND A BUDGET
      *>               THAT IS NOT NEGATIVE; A CHANGE REPLACES ONLY
      *>               THE BUDGET AMOUNT AND KEEPS THE ACTUAL TO DATE
      *>               CALC HAS BUILT UP.  EVERY APPLIED CHANGE
      *>               PRINTS A BEFORE AND AN AFTER IMAGE ON THE
      *>               BUDGRPT LISTING, WHICH IS FILED.  EACH
      *>               TRANSACTION READS, WRITES, REWRITES OR DELETES
      *>               ITS ONE RECORD BY KEY ON THE VSAM CLUSTER, THE
      *>               SAME WAY ACCTMNT MAINTAINS THE ACCOUNT MASTER
      *>               (SEE JCL/BUDGMNT.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   A FAILED WRITE ON AN ADD PRINTS ON THE
      *>                  LISTING LIKE EVERY OTHER REFUSAL.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAINT-FILE ASSIGN TO "BDMTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  MAINT-FILE.
           COPY BDMTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BDMTLINE.

       01  WS-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACTION-NAME PIC X(06) VALUE SPACES.
       01  WS-REASON PIC X(40) VALUE SPACES.

       01  WS-PERIOD-ID PIC 9(06) VALUE ZERO.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-ID.
           05  WS-PERIOD-YYYY        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).

       01  WS-FILE-STATUSES.
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-MAINT-STATUS       PIC X(02).
               88  WS-MAINT-OK       VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  WS-MAINT-EOF      VALUE "Y".
           05  WS-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-BUDGET-FOUND   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
               UNTIL WS-MAINT-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE BUDGET MASTER FOR KEYED UPDATE, THE ACCOUNT
      *>  MASTER FOR THE ACCOUNT CHECK, THE MAINTENANCE FILE AND
      *>  THE LISTING, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGMAST, FILE STATUS = "
                   WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "BUDGMNT: UNABLE TO OPEN ACCTMAST, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "BUDGMNT: UNABLE TO OPEN BDMTIN, FILE STATUS = "
                   WS-MAINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGRPT, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-READ-MAINTENANCE.
           READ MAINT-FILE
               AT END
                   SET WS-MAINT-EOF-SWITCH TO "Y"
           END-READ.
       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-APPLY-MAINTENANCE THRU 2000-EXIT
      *>  APPLY ONE MAINTENANCE TRANSACTION TO THE MASTER, THEN
      *>  READ THE NEXT ONE.  EVERY APPLIED CHANGE PRINTS A BEFORE
      *>  AND AN AFTER IMAGE ON THE LISTING; EVERY REFUSED
      *>  TRANSACTION PRINTS WITH ITS REASON AND IS ALSO DISPLAYED
      *>  ON THE RUN LOG, THE SAME WAY ACCTMNT REPORTS.
      *>-----------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           PERFORM 2100-FIND-BUDGET THRU 2100-EXIT
           EVALUATE BDMT-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM 2200-ADD-BUDGET THRU 2200-EXIT
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-NAME
                   PERFORM 2300-CHANGE-BUDGET THRU 2300-EXIT
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-NAME
                   PERFORM 2400-DELETE-BUDGET THRU 2400-EXIT
               WHEN OTHER
                   MOVE BDMT-ACTION TO WS-ACTION-NAME
                   DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " "
                       BDMT-PERIOD-ID " INVALID ACTION '" BDMT-ACTION
                       "' - IGNORED"
                   MOVE "INVALID ACTION CODE" TO BDMLE-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
           END-EVALUATE
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-FIND-BUDGET THRU 2100-EXIT
      *>  READ THE MAINTENANCE TRANSACTION'S ACCOUNT AND PERIOD BY
      *>  KEY.  WHEN FOUND, THE RECORD IS LEFT IN BUD-RECORD FOR
      *>  THE ACTION PARAGRAPHS TO CHANGE, REWRITE OR DELETE.
      *>-----------------------------------------------------------
       2100-FIND-BUDGET.
           SET WS-FOUND-SWITCH TO "Y"
           MOVE BDMT-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE BDMT-PERIOD-ID TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-BUDGET.
           IF WS-BUDGET-FOUND
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " ALREADY ON THE MASTER - ADD IGNORED"
               MOVE "ALREADY ON THE MASTER" TO BDMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-VALIDATE-BUDGET THRU 2600-EXIT
           IF WS-REASON NOT = SPACES
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " " WS-REASON " - ADD IGNORED"
               MOVE WS-REASON TO BDMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE SPACES TO BUD-RECORD
           MOVE BDMT-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE BDMT-PERIOD-ID TO BUD-PERIOD-ID
           MOVE BDMT-BUDGET-AMOUNT TO BUD-BUDGET-AMOUNT
           MOVE ZERO TO BUD-ACTUAL-AMOUNT
           MOVE ZERO TO BUD-LAST-POSTED-DATE
           MOVE WS-CURRENT-DATE TO BUD-MAINT-DATE
           WRITE BUD-RECORD
               INVALID KEY
                   DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " "
                       BDMT-PERIOD-ID " WRITE FAILED, FILE STATUS = "
                       WS-BUD-STATUS
                   MOVE "WRITE FAILED" TO BDMLE-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
               " ADDED".
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2300-CHANGE-BUDGET THRU 2300-EXIT
      *>  REPLACE THE BUDGET AMOUNT.  THE ACTUAL TO DATE IS CALC'S
      *>  AND IS KEPT AS IT STANDS -- A BUDGET CUT BELOW IT SIMPLY
      *>  HOLDS EVERY FURTHER DEBIT TO THE ACCOUNT FOR AN APPROVER.
      *>-----------------------------------------------------------
       2300-CHANGE-BUDGET.
           IF NOT WS-BUDGET-FOUND
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " NOT ON THE MASTER - CHANGE IGNORED"
               MOVE "NOT ON THE MASTER" TO BDMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-VALIDATE-BUDGET THRU 2600-EXIT
           IF WS-REASON NOT = SPACES
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " " WS-REASON " - CHANGE IGNORED"
               MOVE WS-REASON TO BDMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE BDMT-BUDGET-AMOUNT TO BUD-BUDGET-AMOUNT
           MOVE WS-CURRENT-DATE TO BUD-MAINT-DATE
           PERFORM 2700-REWRITE-BUDGET THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
               " CHANGED".
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2400-DELETE-BUDGET THRU 2400-EXIT
      *>  REMOVE THE BUDGET.  THE ACCOUNT HAS NO BUDGET CONTROL
      *>  FOR THE PERIOD FROM THE NEXT CALC RUN ON, AND DROPS OFF
      *>  THE BUDGET-VERSUS-ACTUAL REPORT -- THE BEFORE IMAGE ON
      *>  THE LISTING KEEPS THE LAST BUDGET AND ACTUAL.
      *>-----------------------------------------------------------
       2400-DELETE-BUDGET.
           IF NOT WS-BUDGET-FOUND
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " NOT ON THE MASTER - DELETE IGNORED"
               MOVE "NOT ON THE MASTER" TO BDMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           DELETE BUDGET-FILE RECORD
           IF NOT WS-BUD-OK
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " DELETE FAILED, FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO BDML-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO BDMLD-ACTION
           MOVE "AFTER" TO BDMLD-IMAGE
           MOVE BDMT-ACCOUNT-REF TO BDMLD-ACCOUNT-REF
           MOVE BDMT-PERIOD-ID TO BDMLD-PERIOD-ID
           MOVE ZERO TO BDMLD-BUDGET
           MOVE ZERO TO BDMLD-ACTUAL
           MOVE "DELETED" TO BDMLD-NOTE
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT
           DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
               " DELETED".
       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2600-VALIDATE-BUDGET THRU 2600-EXIT
      *>  EDIT AN ADD OR CHANGE.  WS-REASON IS LEFT SPACES WHEN THE
      *>  TRANSACTION IS GOOD, OTHERWISE IT CARRIES THE FIRST FAULT
      *>  FOUND.  THE ACCOUNT MUST BE OPEN ON ACCTMAST WITH NO
      *>  CLOSE DATE ALREADY ARRIVED, THE PERIOD A REAL YYYYMM, AND
      *>  THE BUDGET NOT NEGATIVE.  A ZERO BUDGET IS ALLOWED -- IT
      *>  HOLDS EVERY DEBIT TO THE ACCOUNT FOR AN APPROVER.
      *>-----------------------------------------------------------
       2600-VALIDATE-BUDGET.
           MOVE SPACES TO WS-REASON
           IF BDMT-ACCOUNT-REF = SPACES
               MOVE "ACCOUNT BLANK" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF BDMT-PERIOD-ID NOT NUMERIC
               MOVE "PERIOD NOT NUMERIC" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           MOVE BDMT-PERIOD-ID TO WS-PERIOD-ID
           IF WS-PERIOD-YYYY < 1900 OR
                   WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               MOVE "PERIOD NOT A VALID YYYYMM" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF BDMT-BUDGET-AMOUNT NOT NUMERIC
               MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF BDMT-BUDGET-AMOUNT < ZERO
               MOVE "BUDGET AMOUNT NEGATIVE" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           MOVE BDMT-ACCOUNT-REF TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON ACCTMAST" TO WS-REASON
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "ACCOUNT CLOSED" TO WS-REASON
                   ELSE
                       IF ACCT-CLOSE-DATE NOT = ZERO AND
                               ACCT-CLOSE-DATE <= WS-CURRENT-DATE
                           MOVE "ACCOUNT CLOSED" TO WS-REASON
                       END-IF
                   END-IF
           END-READ.
       2600-EXIT.
           EXIT.

       2700-REWRITE-BUDGET.
           REWRITE BUD-RECORD
           IF NOT WS-BUD-OK
               DISPLAY "BUDGMNT: " BDMT-ACCOUNT-REF " " BDMT-PERIOD-ID
                   " REWRITE FAILED, FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
      *>  PRINT THE MASTER RECORD AS IT STANDS BEFORE THE CHANGE.
      *>  ON AN ADD THERE IS NO RECORD YET, SO THE BEFORE LINE
      *>  SAYS SO INSTEAD OF SHOWING A BLANK RECORD.
      *>-----------------------------------------------------------
       2900-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO BDML-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO BDMLD-ACTION
           MOVE "BEFORE" TO BDMLD-IMAGE
           MOVE BDMT-ACCOUNT-REF TO BDMLD-ACCOUNT-REF
           MOVE BDMT-PERIOD-ID TO BDMLD-PERIOD-ID
           IF WS-BUDGET-FOUND
               PERFORM 2915-FILL-BUDGET-LINE THRU 2915-EXIT
           ELSE
               MOVE ZERO TO BDMLD-BUDGET
               MOVE ZERO TO BDMLD-ACTUAL
               MOVE "NONE" TO BDMLD-NOTE
           END-IF
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2900-EXIT.
           EXIT.

       2910-PRINT-AFTER-IMAGE.
           MOVE SPACES TO BDML-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO BDMLD-ACTION
           MOVE "AFTER" TO BDMLD-IMAGE
           MOVE BUD-ACCOUNT-REF TO BDMLD-ACCOUNT-REF
           MOVE BUD-PERIOD-ID TO BDMLD-PERIOD-ID
           PERFORM 2915-FILL-BUDGET-LINE THRU 2915-EXIT
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2910-EXIT.
           EXIT.

       2915-FILL-BUDGET-LINE.
           MOVE BUD-BUDGET-AMOUNT TO BDMLD-BUDGET
           MOVE BUD-ACTUAL-AMOUNT TO BDMLD-ACTUAL
           MOVE BUD-MAINT-DATE TO BDMLD-MAINT-DATE.
       2915-EXIT.
           EXIT.

       2920-WRITE-ERROR-LINE.
           MOVE WS-ACTION-NAME TO BDMLE-ACTION
           MOVE BDMT-ACCOUNT-REF TO BDMLE-ACCOUNT-REF
           MOVE BDMT-PERIOD-ID TO BDMLE-PERIOD-ID
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM BDML-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ERROR-COUNT.
       2920-EXIT.
           EXIT.

       2930-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM BDML-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2930-EXIT.
           EXIT.

       2940-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-CURRENT-DATE TO BDML1-RUN-DATE
           MOVE WS-PAGE-NO TO BDML1-PAGE-NO
           WRITE REPORT-RECORD FROM BDML-HEADING-1
           WRITE REPORT-RECORD FROM BDML-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2940-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE CONTROL TOTALS, CLOSE THE FILES AND SET THE
      *>  RETURN CODE -- 4 WHEN ANY TRANSACTION WAS IN ERROR.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE BUDGET-FILE
           CLOSE ACCOUNT-FILE
           IF WS-PAGE-NO = ZERO
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           MOVE WS-APPLIED-COUNT TO BDMLT-APPLIED-COUNT
           MOVE WS-ERROR-COUNT TO BDMLT-ERROR-COUNT
           WRITE REPORT-RECORD FROM BDML-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "BUDGMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-ERROR-COUNT " IN ERROR"
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM BUDGMNT.
