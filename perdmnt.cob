                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  PERDMNT
      *>
      *>  PURPOSE.     ACCOUNTING PERIOD CALENDAR MAINTENANCE.  READS
      *>               A FILE OF MAINTENANCE TRANSACTIONS (PMTREC.CPY)
      *>               AND APPLIES THEM TO THE PERIOD CALENDAR
      *>               (PERDREC.CPY): ADD A PERIOD, SOFT-CLOSE IT,
      *>               HARD-CLOSE IT, REOPEN A SOFT-CLOSED PERIOD,
      *>               AND ROLL FORWARD -- SOFT-CLOSE THE MONTH JUST
      *>               ENDED AND OPEN THE NEXT ONE IN A SINGLE
      *>               TRANSACTION, WHICH IS ALL THE MONTH-END CLOSE
      *>               NORMALLY NEEDS.  A PERIOD'S START AND END
      *>               DATES ARE DERIVED FROM ITS YYYYMM ID, SO NO
      *>               ONE KEYS A DATE RANGE THAT LEAVES A GAP.  A
      *>               HARD CLOSE IS FINAL -- THERE IS NO ACTION THAT
      *>               REOPENS A HARD-CLOSED PERIOD, BECAUSE THE
      *>               LEDGER FOR IT HAS BEEN REPORTED.  EVERY APPLIED
      *>               CHANGE PRINTS A BEFORE AND AN AFTER IMAGE ON
      *>               THE PERDRPT LISTING, THE SAME WAY ACCTMNT
      *>               LISTS ACCOUNT MASTER CHANGES (SEE
      *>               JCL/PERDMNT.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDMNT.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERD-PERIOD-ID
               FILE STATUS IS WS-PERD-STATUS.
           SELECT MAINT-FILE ASSIGN TO "PERDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PERDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  MAINT-FILE.
           COPY PMTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PMNTLINE.

       01  WS-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACTION-NAME PIC X(08) VALUE SPACES.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).

      *>  THE PERIOD A TRANSACTION NAMES, SPLIT INTO YEAR AND MONTH
      *>  FOR THE DATE DERIVATION AND THE ROLL TO THE NEXT MONTH.
       01  WS-PERIOD-ID              PIC 9(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-ID.
           05  WS-PERIOD-YEAR        PIC 9(04).
           05  WS-PERIOD-MONTH       PIC 9(02).

       01  WS-NEXT-PERIOD-ID         PIC 9(06).
       01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD-ID.
           05  WS-NEXT-YEAR          PIC 9(04).
           05  WS-NEXT-MONTH         PIC 9(02).

       01  WS-PERIOD-DATE            PIC 9(08).
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-DATE-YYYYMM PIC 9(06).
           05  WS-PERIOD-DATE-DD     PIC 9(02).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                PIC X(24)
                   VALUE "312831303130313130313031".
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH      PIC 9(02) OCCURS 12.

       01  WS-LEAP-WORK.
           05  WS-LEAP-QUOTIENT      PIC 9(04).
           05  WS-LEAP-REM-4         PIC 9(04).
           05  WS-LEAP-REM-100       PIC 9(04).
           05  WS-LEAP-REM-400       PIC 9(04).

       01  WS-FILE-STATUSES.
           05  WS-PERD-STATUS        PIC X(02).
               88  WS-PERD-OK        VALUE "00".
           05  WS-MAINT-STATUS       PIC X(02).
               88  WS-MAINT-OK       VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  WS-MAINT-EOF      VALUE "Y".
           05  WS-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-PERD-FOUND     VALUE "Y".
           05  WS-VALID-SWITCH       PIC X(01) VALUE "N".
               88  WS-PERIOD-VALID   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
               UNTIL WS-MAINT-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE CALENDAR FOR KEYED UPDATE, THE MAINTENANCE FILE
      *>  AND THE LISTING, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O PERIOD-FILE
           IF NOT WS-PERD-OK
               DISPLAY "PERDMNT: UNABLE TO OPEN PERDMAST, FILE STATUS = "
                   WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "PERDMNT: UNABLE TO OPEN PERDIN, FILE STATUS = "
                   WS-MAINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "PERDMNT: UNABLE TO OPEN PERDRPT, FILE STATUS = "
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
      *>  APPLY ONE MAINTENANCE TRANSACTION TO THE CALENDAR, THEN
      *>  READ THE NEXT ONE.
      *>-----------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           MOVE PMNT-ACTION TO WS-ACTION-NAME
           PERFORM 2050-VALIDATE-PERIOD-ID THRU 2050-EXIT
           IF WS-PERIOD-VALID
               PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
               PERFORM 2060-APPLY-ACTION THRU 2060-EXIT
           END-IF
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2050-VALIDATE-PERIOD-ID THRU 2050-EXIT
      *>  A PERIOD ID THAT IS NOT A REAL YYYYMM IS REFUSED BEFORE
      *>  ANY ACTION IS LOOKED AT.
      *>-----------------------------------------------------------
       2050-VALIDATE-PERIOD-ID.
           SET WS-VALID-SWITCH TO "N"
           IF PMNT-PERIOD-ID NOT NUMERIC
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " PERIOD ID NOT NUMERIC - IGNORED"
               MOVE "PERIOD ID NOT NUMERIC" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2050-EXIT
           END-IF
           MOVE PMNT-PERIOD-ID TO WS-PERIOD-ID
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " MONTH NOT 01-12 - IGNORED"
               MOVE "PERIOD MONTH NOT 01-12" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2050-EXIT
           END-IF
           SET WS-VALID-SWITCH TO "Y".
       2050-EXIT.
           EXIT.

       2060-APPLY-ACTION.
           EVALUATE PMNT-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
               WHEN "S"
                   MOVE "SOFTCLOS" TO WS-ACTION-NAME
                   PERFORM 2300-SOFT-CLOSE-PERIOD THRU 2300-EXIT
               WHEN "H"
                   MOVE "HARDCLOS" TO WS-ACTION-NAME
                   PERFORM 2400-HARD-CLOSE-PERIOD THRU 2400-EXIT
               WHEN "O"
                   MOVE "REOPEN" TO WS-ACTION-NAME
                   PERFORM 2500-REOPEN-PERIOD THRU 2500-EXIT
               WHEN "R"
                   MOVE "ROLLFWD" TO WS-ACTION-NAME
                   PERFORM 2600-ROLL-FORWARD THRU 2600-EXIT
               WHEN OTHER
                   DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                       " INVALID ACTION '" PMNT-ACTION "' - IGNORED"
                   MOVE "INVALID ACTION CODE" TO PMNTE-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
           END-EVALUATE.
       2060-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-FIND-PERIOD THRU 2100-EXIT
      *>  READ THE PERIOD IN WS-PERIOD-ID BY KEY.  WHEN FOUND, THE
      *>  RECORD IS LEFT IN PERD-RECORD FOR THE ACTION PARAGRAPHS
      *>  TO CHANGE AND REWRITE.
      *>-----------------------------------------------------------
       2100-FIND-PERIOD.
           SET WS-FOUND-SWITCH TO "Y"
           MOVE WS-PERIOD-ID TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-PERIOD.
           IF WS-PERD-FOUND
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " ALREADY ON THE CALENDAR - ADD IGNORED"
               MOVE "ALREADY ON THE CALENDAR" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           PERFORM 2800-WRITE-NEW-PERIOD THRU 2800-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "PERDMNT: " PMNT-PERIOD-ID " ADDED OPEN".
       2200-EXIT.
           EXIT.

       2300-SOFT-CLOSE-PERIOD.
           IF NOT WS-PERD-FOUND
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT ON THE CALENDAR - SOFT CLOSE IGNORED"
               MOVE "NOT ON THE CALENDAR" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           IF NOT PERD-OPEN
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT OPEN - SOFT CLOSE IGNORED"
               MOVE "PERIOD IS NOT OPEN" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE "S" TO PERD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
           PERFORM 2700-REWRITE-PERIOD THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "PERDMNT: " PMNT-PERIOD-ID " SOFT-CLOSED".
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2400-HARD-CLOSE-PERIOD THRU 2400-EXIT
      *>  HARD-CLOSE AN OPEN OR SOFT-CLOSED PERIOD.  FROM HERE ON
      *>  NOTHING POSTS INTO IT -- LATE POSTINGS ARE REDATED INTO
      *>  THE NEXT OPEN PERIOD OR HELD.
      *>-----------------------------------------------------------
       2400-HARD-CLOSE-PERIOD.
           IF NOT WS-PERD-FOUND
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT ON THE CALENDAR - HARD CLOSE IGNORED"
               MOVE "NOT ON THE CALENDAR" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           IF PERD-HARD-CLOSED
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " ALREADY HARD-CLOSED - IGNORED"
               MOVE "ALREADY HARD-CLOSED" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE "H" TO PERD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
           PERFORM 2700-REWRITE-PERIOD THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "PERDMNT: " PMNT-PERIOD-ID " HARD-CLOSED".
       2400-EXIT.
           EXIT.

       2500-REOPEN-PERIOD.
           IF NOT WS-PERD-FOUND
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT ON THE CALENDAR - REOPEN IGNORED"
               MOVE "NOT ON THE CALENDAR" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2500-EXIT
           END-IF
           IF NOT PERD-SOFT-CLOSED
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT SOFT-CLOSED - REOPEN IGNORED"
               MOVE "ONLY A SOFT-CLOSED PERIOD REOPENS" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE "O" TO PERD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
           PERFORM 2700-REWRITE-PERIOD THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "PERDMNT: " PMNT-PERIOD-ID " REOPENED".
       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2600-ROLL-FORWARD THRU 2600-EXIT
      *>  MONTH-END ROLL: SOFT-CLOSE THE OPEN PERIOD NAMED AND OPEN
      *>  THE MONTH AFTER IT.  THE NEXT PERIOD IS ADDED WHEN IT IS
      *>  NOT ON THE CALENDAR, REOPENED WHEN SOFT-CLOSED AND LEFT
      *>  ALONE WHEN ALREADY OPEN.  A HARD-CLOSED NEXT PERIOD MEANS
      *>  THE CALENDAR IS OUT OF STEP, SO THE WHOLE TRANSACTION IS
      *>  REFUSED BEFORE EITHER PERIOD IS TOUCHED.
      *>-----------------------------------------------------------
       2600-ROLL-FORWARD.
           IF NOT WS-PERD-FOUND
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT ON THE CALENDAR - ROLL FORWARD IGNORED"
               MOVE "NOT ON THE CALENDAR" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2600-EXIT
           END-IF
           IF NOT PERD-OPEN
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NOT OPEN - ROLL FORWARD IGNORED"
               MOVE "PERIOD IS NOT OPEN" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2600-EXIT
           END-IF
           MOVE WS-PERIOD-ID TO WS-NEXT-PERIOD-ID
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE WS-NEXT-PERIOD-ID TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ
           IF WS-PERD-FOUND AND PERD-HARD-CLOSED
               DISPLAY "PERDMNT: " PMNT-PERIOD-ID
                   " NEXT PERIOD " WS-NEXT-PERIOD-ID
                   " HARD-CLOSED - ROLL FORWARD IGNORED"
               MOVE "NEXT PERIOD ALREADY HARD-CLOSED" TO PMNTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2600-EXIT
           END-IF

      *>  SOFT-CLOSE THE PERIOD NAMED.
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE "S" TO PERD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
           PERFORM 2700-REWRITE-PERIOD THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "PERDMNT: " PMNT-PERIOD-ID " SOFT-CLOSED"

      *>  OPEN THE NEXT ONE.
           MOVE WS-NEXT-PERIOD-ID TO WS-PERIOD-ID
           PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
           IF WS-PERD-FOUND AND PERD-OPEN
               DISPLAY "PERDMNT: " WS-PERIOD-ID " ALREADY OPEN"
               GO TO 2600-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           IF WS-PERD-FOUND
               MOVE "O" TO PERD-STATUS-FLAG
               MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
               PERFORM 2700-REWRITE-PERIOD THRU 2700-EXIT
               DISPLAY "PERDMNT: " WS-PERIOD-ID " REOPENED"
           ELSE
               PERFORM 2800-WRITE-NEW-PERIOD THRU 2800-EXIT
               DISPLAY "PERDMNT: " WS-PERIOD-ID " ADDED OPEN"
           END-IF
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT.
       2600-EXIT.
           EXIT.

       2700-REWRITE-PERIOD.
           REWRITE PERD-RECORD
           IF NOT WS-PERD-OK
               DISPLAY "PERDMNT: " PERD-PERIOD-ID
                   " REWRITE FAILED, FILE STATUS = " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2800-WRITE-NEW-PERIOD THRU 2800-EXIT
      *>  ADD THE PERIOD IN WS-PERIOD-ID TO THE CALENDAR, OPEN.  IT
      *>  STARTS ON THE 1ST AND ENDS ON THE LAST DAY OF ITS MONTH;
      *>  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *>  CENTURY YEAR NOT DIVISIBLE BY 400.
      *>-----------------------------------------------------------
       2800-WRITE-NEW-PERIOD.
           MOVE WS-PERIOD-ID TO PERD-PERIOD-ID
           MOVE WS-PERIOD-ID TO WS-PERIOD-DATE-YYYYMM
           MOVE 1 TO WS-PERIOD-DATE-DD
           MOVE WS-PERIOD-DATE TO PERD-START-DATE
           MOVE WS-DAYS-IN-MONTH (WS-PERIOD-MONTH) TO WS-PERIOD-DATE-DD
           IF WS-PERIOD-MONTH = 2
               DIVIDE WS-PERIOD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-PERIOD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-PERIOD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO AND
                       (WS-LEAP-REM-100 NOT = ZERO OR
                        WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-PERIOD-DATE-DD
               END-IF
           END-IF
           MOVE WS-PERIOD-DATE TO PERD-END-DATE
           MOVE "O" TO PERD-STATUS-FLAG
           MOVE WS-CURRENT-DATE TO PERD-STATUS-DATE
           WRITE PERD-RECORD
               INVALID KEY
                   DISPLAY "PERDMNT: " WS-PERIOD-ID
                       " WRITE FAILED, FILE STATUS = " WS-PERD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           SET WS-FOUND-SWITCH TO "Y"
           ADD 1 TO WS-APPLIED-COUNT.
       2800-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
      *>  PRINT THE PERIOD AS IT STANDS BEFORE THE CHANGE.  WHEN
      *>  THE PERIOD IS BEING ADDED THERE IS NO RECORD YET, SO THE
      *>  BEFORE LINE SAYS SO INSTEAD OF SHOWING A BLANK RECORD.
      *>-----------------------------------------------------------
       2900-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO PMNT-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO PMNTD-ACTION
           MOVE "BEFORE" TO PMNTD-IMAGE
           MOVE WS-PERIOD-ID TO PMNTD-PERIOD-ID
           IF WS-PERD-FOUND
               MOVE PERD-START-DATE TO PMNTD-START-DATE
               MOVE PERD-END-DATE TO PMNTD-END-DATE
               PERFORM 2950-FORMAT-STATUS THRU 2950-EXIT
               MOVE PERD-STATUS-DATE TO PMNTD-STATUS-DATE
           ELSE
               MOVE ZERO TO PMNTD-START-DATE
               MOVE ZERO TO PMNTD-END-DATE
               MOVE "NOT ON FILE" TO PMNTD-STATUS
               MOVE ZERO TO PMNTD-STATUS-DATE
           END-IF
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2900-EXIT.
           EXIT.

       2910-PRINT-AFTER-IMAGE.
           MOVE SPACES TO PMNT-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO PMNTD-ACTION
           MOVE "AFTER" TO PMNTD-IMAGE
           MOVE PERD-PERIOD-ID TO PMNTD-PERIOD-ID
           MOVE PERD-START-DATE TO PMNTD-START-DATE
           MOVE PERD-END-DATE TO PMNTD-END-DATE
           PERFORM 2950-FORMAT-STATUS THRU 2950-EXIT
           MOVE PERD-STATUS-DATE TO PMNTD-STATUS-DATE
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2910-EXIT.
           EXIT.

       2920-WRITE-ERROR-LINE.
           MOVE WS-ACTION-NAME TO PMNTE-ACTION
           MOVE PMNT-PERIOD-ID TO PMNTE-PERIOD-ID
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM PMNT-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ERROR-COUNT.
       2920-EXIT.
           EXIT.

       2930-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM PMNT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2930-EXIT.
           EXIT.

       2940-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-CURRENT-DATE TO PMNT1-RUN-DATE
           MOVE WS-PAGE-NO TO PMNT1-PAGE-NO
           WRITE REPORT-RECORD FROM PMNT-HEADING-1
           WRITE REPORT-RECORD FROM PMNT-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2940-EXIT.
           EXIT.

       2950-FORMAT-STATUS.
           EVALUATE TRUE
               WHEN PERD-OPEN
                   MOVE "OPEN" TO PMNTD-STATUS
               WHEN PERD-SOFT-CLOSED
                   MOVE "SOFT-CLOSED" TO PMNTD-STATUS
               WHEN PERD-HARD-CLOSED
                   MOVE "HARD-CLOSED" TO PMNTD-STATUS
               WHEN OTHER
                   MOVE PERD-STATUS-FLAG TO PMNTD-STATUS
           END-EVALUATE.
       2950-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE CONTROL TOTALS, CLOSE THE FILES AND SET THE
      *>  RETURN CODE -- 4 WHEN ANY TRANSACTION WAS IN ERROR.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE PERIOD-FILE
           IF WS-PAGE-NO = ZERO
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           MOVE WS-APPLIED-COUNT TO PMNTT-APPLIED-COUNT
           MOVE WS-ERROR-COUNT TO PMNTT-ERROR-COUNT
           WRITE REPORT-RECORD FROM PMNT-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "PERDMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-ERROR-COUNT " IN ERROR"
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM PERDMNT.
