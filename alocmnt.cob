                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  ALOCMNT
      *>
      *>  PURPOSE.     ALLOCATION RULE MASTER MAINTENANCE.  READS A
      *>               FILE OF MAINTENANCE TRANSACTIONS (ALMTREC.CPY)
      *>               AND APPLIES THEM TO THE ALLOCATION RULE MASTER
      *>               (ALOCREC.CPY): ADD, CHANGE AND EXPIRE.  AN ADD
      *>               OR CHANGE CARRIES THE WHOLE RULE AND IS
      *>               REFUSED UNLESS ITS TARGET PERCENTAGES TOTAL
      *>               EXACTLY 100, NO TARGET ACCOUNT APPEARS TWICE,
      *>               AND EVERY TARGET IS AN OPEN ACCOUNT ON
      *>               ACCTMAST -- A RULE THAT CANNOT SPLIT CLEANLY
      *>               NEVER REACHES THE MASTER CALC READS.  EVERY
      *>               APPLIED CHANGE PRINTS A BEFORE AND AN AFTER
      *>               IMAGE, TARGET LINES INCLUDED, ON THE ALOCRPT
      *>               LISTING, WHICH IS FILED.  EACH TRANSACTION
      *>               READS, WRITES OR REWRITES ITS ONE RECORD BY
      *>               KEY ON THE VSAM CLUSTER, THE SAME WAY ACCTMNT
      *>               MAINTAINS THE ACCOUNT MASTER (SEE
      *>               JCL/ALOCMNT.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   AN EXPIRE DATED BEFORE THE RULE'S EFFECTIVE
      *>                  DATE IS REFUSED, AS AN ADD OR CHANGE ALREADY
      *>                  WAS.  A FAILED WRITE ON AN ADD PRINTS ON THE
      *>                  LISTING LIKE EVERY OTHER REFUSAL.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALOCMNT.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-FILE ASSIGN TO "ALOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALOC-RULE-ID
               FILE STATUS IS WS-ALOC-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAINT-FILE ASSIGN TO "ALMTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-FILE.
           COPY ALOCREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  MAINT-FILE.
           COPY ALMTREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ALMTLINE.

       01  WS-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACTION-NAME PIC X(06) VALUE SPACES.
       01  WS-REASON PIC X(40) VALUE SPACES.

       01  WS-TARGET-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-CHECK-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-TARGET-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-PERCENT-TOTAL PIC 9(05)V99 VALUE ZERO.

      *>   A TARGET-LEVEL REFUSAL NAMES THE ACCOUNT IN THE REASON.
       01  WS-TARGET-REASON.
           05  FILLER                PIC X(07) VALUE "TARGET ".
           05  WS-TR-ACCOUNT         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  WS-TR-TEXT            PIC X(22).

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).

       01  WS-FILE-STATUSES.
           05  WS-ALOC-STATUS        PIC X(02).
               88  WS-ALOC-OK        VALUE "00".
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
               88  WS-RULE-FOUND     VALUE "Y".
           05  WS-TARGETS-ENDED-SWITCH PIC X(01) VALUE "N".
               88  WS-TARGETS-ENDED  VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
               UNTIL WS-MAINT-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE RULE MASTER FOR KEYED UPDATE, THE ACCOUNT
      *>  MASTER FOR THE TARGET CHECKS, THE MAINTENANCE FILE AND
      *>  THE LISTING, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O ALLOC-FILE
           IF NOT WS-ALOC-OK
               DISPLAY "ALOCMNT: UNABLE TO OPEN ALOCMAST, FILE STATUS = "
                   WS-ALOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "ALOCMNT: UNABLE TO OPEN ACCTMAST, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-OK
               DISPLAY "ALOCMNT: UNABLE TO OPEN ALMTIN, FILE STATUS = "
                   WS-MAINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "ALOCMNT: UNABLE TO OPEN ALOCRPT, FILE STATUS = "
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
           PERFORM 2100-FIND-RULE THRU 2100-EXIT
           EVALUATE ALMT-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM 2200-ADD-RULE THRU 2200-EXIT
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-NAME
                   PERFORM 2300-CHANGE-RULE THRU 2300-EXIT
               WHEN "X"
                   MOVE "EXPIRE" TO WS-ACTION-NAME
                   PERFORM 2400-EXPIRE-RULE THRU 2400-EXIT
               WHEN OTHER
                   MOVE ALMT-ACTION TO WS-ACTION-NAME
                   DISPLAY "ALOCMNT: " ALMT-RULE-ID
                       " INVALID ACTION '" ALMT-ACTION "' - IGNORED"
                   MOVE "INVALID ACTION CODE" TO ALMLE-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
           END-EVALUATE
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-FIND-RULE THRU 2100-EXIT
      *>  READ THE MAINTENANCE TRANSACTION'S RULE BY KEY.  WHEN
      *>  FOUND, THE RECORD IS LEFT IN ALOC-RECORD FOR THE ACTION
      *>  PARAGRAPHS TO CHANGE AND REWRITE.
      *>-----------------------------------------------------------
       2100-FIND-RULE.
           SET WS-FOUND-SWITCH TO "Y"
           MOVE ALMT-RULE-ID TO ALOC-RULE-ID
           READ ALLOC-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-RULE.
           IF WS-RULE-FOUND
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " ALREADY ON THE MASTER - ADD IGNORED"
               MOVE "ALREADY ON THE MASTER" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           IF ALMT-RULE-ID = SPACES
               DISPLAY "ALOCMNT: RULE ID BLANK - ADD IGNORED"
               MOVE "RULE ID BLANK" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2600-VALIDATE-RULE THRU 2600-EXIT
           IF WS-REASON NOT = SPACES
               DISPLAY "ALOCMNT: " ALMT-RULE-ID " " WS-REASON
                   " - ADD IGNORED"
               MOVE WS-REASON TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           PERFORM 2650-BUILD-RULE THRU 2650-EXIT
           WRITE ALOC-RECORD
               INVALID KEY
                   DISPLAY "ALOCMNT: " ALMT-RULE-ID
                       " WRITE FAILED, FILE STATUS = " WS-ALOC-STATUS
                   MOVE "WRITE FAILED" TO ALMLE-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "ALOCMNT: " ALMT-RULE-ID " ADDED".
       2200-EXIT.
           EXIT.

       2300-CHANGE-RULE.
           IF NOT WS-RULE-FOUND
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " NOT ON THE MASTER - CHANGE IGNORED"
               MOVE "NOT ON THE MASTER" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2600-VALIDATE-RULE THRU 2600-EXIT
           IF WS-REASON NOT = SPACES
               DISPLAY "ALOCMNT: " ALMT-RULE-ID " " WS-REASON
                   " - CHANGE IGNORED"
               MOVE WS-REASON TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2300-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           PERFORM 2650-BUILD-RULE THRU 2650-EXIT
           PERFORM 2700-REWRITE-RULE THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "ALOCMNT: " ALMT-RULE-ID " CHANGED".
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2400-EXPIRE-RULE THRU 2400-EXIT
      *>  SET THE RULE'S EXPIRY DATE.  A ZERO DATE EXPIRES IT
      *>  TODAY; ANY OTHER MAY NOT FALL BEFORE THE RULE'S EFFECTIVE
      *>  DATE, THE SAME TEST 2600 APPLIES TO AN ADD OR CHANGE.
      *>  THE RULE IS KEPT ON THE MASTER SO THE LISTINGS
      *>  AND THE AUDIT TRAIL CAN STILL NAME IT -- CALCEDIT AND
      *>  CALC REFUSE AN ALLOCATE AGAINST IT ONCE THE DATE HAS
      *>  PASSED.
      *>-----------------------------------------------------------
       2400-EXPIRE-RULE.
           IF NOT WS-RULE-FOUND
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " NOT ON THE MASTER - EXPIRE IGNORED"
               MOVE "NOT ON THE MASTER" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           IF ALMT-EXPIRY-DATE NOT NUMERIC
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " EXPIRY DATE NOT NUMERIC - EXPIRE IGNORED"
               MOVE "EXPIRY DATE NOT NUMERIC" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           IF ALMT-EXPIRY-DATE NOT = ZERO AND
                   ALMT-EXPIRY-DATE < ALOC-EFFECTIVE-DATE
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " EXPIRY DATE BEFORE EFFECTIVE DATE - EXPIRE IGNORED"
               MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE" TO ALMLE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2400-EXIT
           END-IF
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           IF ALMT-EXPIRY-DATE = ZERO
               MOVE WS-CURRENT-DATE TO ALOC-EXPIRY-DATE
           ELSE
               MOVE ALMT-EXPIRY-DATE TO ALOC-EXPIRY-DATE
           END-IF
           PERFORM 2700-REWRITE-RULE THRU 2700-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "ALOCMNT: " ALMT-RULE-ID " EXPIRES "
               ALOC-EXPIRY-DATE.
       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2600-VALIDATE-RULE THRU 2600-EXIT
      *>  EDIT THE WHOLE RULE CARRIED ON AN ADD OR CHANGE.
      *>  WS-REASON IS LEFT SPACES WHEN THE RULE IS GOOD, OTHERWISE
      *>  IT CARRIES THE FIRST FAULT FOUND.  THE PERCENTAGES MUST
      *>  TOTAL EXACTLY 100 -- CALC PUTS ANY ROUNDING PENNY ON THE
      *>  LAST LINE, BUT IT CANNOT INVENT A MISSING PERCENT.
      *>-----------------------------------------------------------
       2600-VALIDATE-RULE.
           MOVE SPACES TO WS-REASON
           IF ALMT-DESCRIPTION = SPACES
               MOVE "DESCRIPTION BLANK" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF ALMT-EFFECTIVE-DATE NOT NUMERIC OR
                   ALMT-EFFECTIVE-DATE = ZERO
               MOVE "EFFECTIVE DATE MISSING OR NOT NUMERIC"
                   TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF ALMT-EXPIRY-DATE NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF ALMT-EXPIRY-DATE NOT = ZERO AND
                   ALMT-EXPIRY-DATE < ALMT-EFFECTIVE-DATE
               MOVE "EXPIRY DATE BEFORE EFFECTIVE DATE" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           MOVE ZERO TO WS-TARGET-COUNT
           MOVE ZERO TO WS-PERCENT-TOTAL
           SET WS-TARGETS-ENDED-SWITCH TO "N"
           PERFORM 2610-CHECK-TARGET THRU 2610-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 10 OR WS-REASON NOT = SPACES
           IF WS-REASON NOT = SPACES
               GO TO 2600-EXIT
           END-IF
           IF WS-TARGET-COUNT = ZERO
               MOVE "NO TARGET ACCOUNTS" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF WS-PERCENT-TOTAL NOT = 100
               MOVE "TARGET PERCENTAGES DO NOT TOTAL 100"
                   TO WS-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2610-CHECK-TARGET THRU 2610-EXIT
      *>  ONE TARGET LINE.  THE FIRST BLANK ACCOUNT ENDS THE LIST
      *>  AND ANYTHING KEYED AFTER IT IS A GAP.  A TARGET NEEDS A
      *>  PERCENT ABOVE ZERO, MUST NOT REPEAT AN EARLIER TARGET,
      *>  AND MUST BE AN OPEN ACCOUNT WITH NO CLOSE DATE ALREADY
      *>  ARRIVED.
      *>-----------------------------------------------------------
       2610-CHECK-TARGET.
           IF ALMT-TARGET-ACCOUNT (WS-TARGET-SUB) = SPACES
               SET WS-TARGETS-ENDED-SWITCH TO "Y"
               GO TO 2610-EXIT
           END-IF
           MOVE ALMT-TARGET-ACCOUNT (WS-TARGET-SUB) TO WS-TR-ACCOUNT
           IF WS-TARGETS-ENDED
               MOVE "AFTER A BLANK TARGET" TO WS-TR-TEXT
               MOVE WS-TARGET-REASON TO WS-REASON
               GO TO 2610-EXIT
           END-IF
           IF ALMT-TARGET-PERCENT (WS-TARGET-SUB) NOT NUMERIC OR
                   ALMT-TARGET-PERCENT (WS-TARGET-SUB) = ZERO
               MOVE "PERCENT MISSING" TO WS-TR-TEXT
               MOVE WS-TARGET-REASON TO WS-REASON
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO WS-TARGET-COUNT
           ADD ALMT-TARGET-PERCENT (WS-TARGET-SUB) TO WS-PERCENT-TOTAL
           PERFORM 2620-CHECK-DUPLICATE-TARGET THRU 2620-EXIT
               VARYING WS-CHECK-SUB FROM 1 BY 1
               UNTIL WS-CHECK-SUB >= WS-TARGET-SUB
           IF WS-REASON NOT = SPACES
               GO TO 2610-EXIT
           END-IF
           MOVE ALMT-TARGET-ACCOUNT (WS-TARGET-SUB) TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOT ON ACCTMAST" TO WS-TR-TEXT
                   MOVE WS-TARGET-REASON TO WS-REASON
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "CLOSED" TO WS-TR-TEXT
                       MOVE WS-TARGET-REASON TO WS-REASON
                   ELSE
                       IF ACCT-CLOSE-DATE NOT = ZERO AND
                               ACCT-CLOSE-DATE <= WS-CURRENT-DATE
                           MOVE "CLOSED" TO WS-TR-TEXT
                           MOVE WS-TARGET-REASON TO WS-REASON
                       END-IF
                   END-IF
           END-READ.
       2610-EXIT.
           EXIT.

       2620-CHECK-DUPLICATE-TARGET.
           IF ALMT-TARGET-ACCOUNT (WS-CHECK-SUB) =
                   ALMT-TARGET-ACCOUNT (WS-TARGET-SUB)
               MOVE "KEYED TWICE" TO WS-TR-TEXT
               MOVE WS-TARGET-REASON TO WS-REASON
           END-IF.
       2620-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2650-BUILD-RULE THRU 2650-EXIT
      *>  BUILD THE MASTER RECORD FROM A VALIDATED ADD OR CHANGE.
      *>  THE UNUSED TARGET SLOTS ARE CLEARED TO A BLANK ACCOUNT
      *>  AND A ZERO PERCENT.
      *>-----------------------------------------------------------
       2650-BUILD-RULE.
           MOVE SPACES TO ALOC-RECORD
           MOVE ALMT-RULE-ID TO ALOC-RULE-ID
           MOVE ALMT-DESCRIPTION TO ALOC-DESCRIPTION
           MOVE ALMT-EFFECTIVE-DATE TO ALOC-EFFECTIVE-DATE
           MOVE ALMT-EXPIRY-DATE TO ALOC-EXPIRY-DATE
           MOVE WS-TARGET-COUNT TO ALOC-TARGET-COUNT
           PERFORM 2660-BUILD-TARGET THRU 2660-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 10.
       2650-EXIT.
           EXIT.

       2660-BUILD-TARGET.
           IF WS-TARGET-SUB > WS-TARGET-COUNT
               MOVE SPACES TO ALOC-TARGET-ACCOUNT (WS-TARGET-SUB)
               MOVE ZERO TO ALOC-TARGET-PERCENT (WS-TARGET-SUB)
           ELSE
               MOVE ALMT-TARGET-ACCOUNT (WS-TARGET-SUB)
                   TO ALOC-TARGET-ACCOUNT (WS-TARGET-SUB)
               MOVE ALMT-TARGET-PERCENT (WS-TARGET-SUB)
                   TO ALOC-TARGET-PERCENT (WS-TARGET-SUB)
           END-IF.
       2660-EXIT.
           EXIT.

       2700-REWRITE-RULE.
           REWRITE ALOC-RECORD
           IF NOT WS-ALOC-OK
               DISPLAY "ALOCMNT: " ALMT-RULE-ID
                   " REWRITE FAILED, FILE STATUS = " WS-ALOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT.
       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
      *>  PRINT THE MASTER RECORD AS IT STANDS BEFORE THE CHANGE,
      *>  WITH ITS TARGET LINES.  ON AN ADD THERE IS NO RECORD YET,
      *>  SO THE BEFORE LINE SAYS SO INSTEAD OF SHOWING A BLANK
      *>  RECORD.
      *>-----------------------------------------------------------
       2900-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO ALML-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO ALMLD-ACTION
           MOVE "BEFORE" TO ALMLD-IMAGE
           MOVE ALMT-RULE-ID TO ALMLD-RULE-ID
           IF WS-RULE-FOUND
               PERFORM 2915-FILL-RULE-LINE THRU 2915-EXIT
           ELSE
               MOVE "(NOT ON FILE)" TO ALMLD-DESCRIPTION
               MOVE ZERO TO ALMLD-EFFECTIVE-DATE
               MOVE ZERO TO ALMLD-EXPIRY-DATE
               MOVE ZERO TO ALMLD-TARGET-COUNT
           END-IF
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT
           IF WS-RULE-FOUND
               PERFORM 2950-PRINT-TARGET-LINE THRU 2950-EXIT
                   VARYING WS-TARGET-SUB FROM 1 BY 1
                   UNTIL WS-TARGET-SUB > ALOC-TARGET-COUNT
           END-IF.
       2900-EXIT.
           EXIT.

       2910-PRINT-AFTER-IMAGE.
           MOVE SPACES TO ALML-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO ALMLD-ACTION
           MOVE "AFTER" TO ALMLD-IMAGE
           MOVE ALOC-RULE-ID TO ALMLD-RULE-ID
           PERFORM 2915-FILL-RULE-LINE THRU 2915-EXIT
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT
           PERFORM 2950-PRINT-TARGET-LINE THRU 2950-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > ALOC-TARGET-COUNT.
       2910-EXIT.
           EXIT.

       2915-FILL-RULE-LINE.
           MOVE ALOC-DESCRIPTION TO ALMLD-DESCRIPTION
           MOVE ALOC-EFFECTIVE-DATE TO ALMLD-EFFECTIVE-DATE
           MOVE ALOC-EXPIRY-DATE TO ALMLD-EXPIRY-DATE
           MOVE ALOC-TARGET-COUNT TO ALMLD-TARGET-COUNT.
       2915-EXIT.
           EXIT.

       2920-WRITE-ERROR-LINE.
           MOVE WS-ACTION-NAME TO ALMLE-ACTION
           MOVE ALMT-RULE-ID TO ALMLE-RULE-ID
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM ALML-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ERROR-COUNT.
       2920-EXIT.
           EXIT.

       2930-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM ALML-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2930-EXIT.
           EXIT.

       2940-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-CURRENT-DATE TO ALML1-RUN-DATE
           MOVE WS-PAGE-NO TO ALML1-PAGE-NO
           WRITE REPORT-RECORD FROM ALML-HEADING-1
           WRITE REPORT-RECORD FROM ALML-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2940-EXIT.
           EXIT.

       2950-PRINT-TARGET-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           MOVE ALOC-TARGET-ACCOUNT (WS-TARGET-SUB) TO ALMLG-ACCOUNT
           MOVE ALOC-TARGET-PERCENT (WS-TARGET-SUB) TO ALMLG-PERCENT
           WRITE REPORT-RECORD FROM ALML-TARGET-LINE
           ADD 1 TO WS-LINE-COUNT.
       2950-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE CONTROL TOTALS, CLOSE THE FILES AND SET THE
      *>  RETURN CODE -- 4 WHEN ANY TRANSACTION WAS IN ERROR.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE ALLOC-FILE
           CLOSE ACCOUNT-FILE
           IF WS-PAGE-NO = ZERO
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           MOVE WS-APPLIED-COUNT TO ALMLT-APPLIED-COUNT
           MOVE WS-ERROR-COUNT TO ALMLT-ERROR-COUNT
           WRITE REPORT-RECORD FROM ALML-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "ALOCMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-ERROR-COUNT " IN ERROR"
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM ALOCMNT.
