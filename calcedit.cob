      *>                  BATCH ID AND DATE AND AN OPEN STATUS, AND
      *>                  THE CALCRCYC STEP TRACKS IT FROM THERE TO
      *>                  REPOSTED-ONCE OR STILL-OPEN.
      *>  OCT 15/26  AJ   AN ALLOCATE TRANSACTION IS NOW EDITED
      *>                  AGAINST THE ALLOCATION RULE MASTER
      *>                  (ALOCREC.CPY) NAMED IN TRAN-ACCOUNT-REF: A
      *>                  RULE NOT ON THE MASTER REJECTS AS NORULE,
      *>                  ONE OUTSIDE ITS EFFECTIVE DATES AS RULEEXPD,
      *>                  AND ONE WITH A TARGET ACCOUNT UNKNOWN OR
      *>                  CLOSED ON THE CHART OF ACCOUNTS AS RULEACCT,
      *>                  SO DATA ENTRY FIXES IT BEFORE CALC SPLITS IT.
      *>  OCT 15/26  AJ   A TRANSACTION KEYED IN A FOREIGN CURRENCY
      *>                  (TRAN-CURRENCY-CODE) IS NOW EDITED AGAINST
      *>                  THE EXCHANGE-RATE MASTER (RATEREC.CPY): NO
      *>                  RATE FOR THE BATCH DATE REJECTS AS NORATE,
      *>                  SO CALC NEVER MEETS A POSTING IT CANNOT
      *>                  CONVERT.  BLANK OR BASE CURRENCY NEEDS NO
      *>                  RATE.  THE CLEAN FILE IS NOW 56 BYTES WIDE.
      *>  OCT 15/26  AJ   A TRANSACTION NOW CARRIES ITS COMPANY CODE
      *>                  (TRAN-COMPANY-CODE, BLANK FOR THE HOME
      *>                  COMPANY).  A POSTING TO AN ACCOUNT -- OR AN
      *>                  ALLOCATE TO A TARGET -- OF ANOTHER COMPANY
      *>                  REJECTS AS WRONGCO UNLESS THE NEW
      *>                  INTERCOMPANY PAIRING TABLE (ICPREC.CPY) HAS
      *>                  A PAIR FROM THE TRANSACTION'S COMPANY TO THE
      *>                  ACCOUNT'S.  A DUPLICATE PAIR, OR ONE NAMING
      *>                  THE SAME COMPANY TWICE, REFUSES THE RUN.
      *>                  THE CLEAN FILE IS NOW 60 BYTES WIDE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEDIT.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
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
           SELECT RATE-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ICPAIRS-FILE ASSIGN TO "ICPAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TRANREC.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD PIC X(60).

       FD  REJECT-FILE.
           COPY REJREC.
       FD  RUNLOG-FILE.
           COPY RUNREC.

       FD  ALLOC-FILE.
           COPY ALOCREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  RATE-FILE.
           COPY RATEREC.

       FD  ICPAIRS-FILE.
           COPY ICPREC.

       WORKING-STORAGE SECTION.
       COPY REJLINE.
       COPY BASECCY.
       COPY COMPANY.

       01  WS-REASON PIC X(08).

       01  WS-LAST-SEQ-NO PIC 9(06) VALUE ZERO.
       01  WS-TARGET-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-TRAN-COMPANY-CODE PIC X(04) VALUE SPACES.
       01  WS-ACCT-COMPANY-CODE PIC X(04) VALUE SPACES.
       01  WS-PAYING-COMPANY PIC X(04) VALUE SPACES.
       01  WS-OWNING-COMPANY PIC X(04) VALUE SPACES.

      *>   THE INTERCOMPANY PAIRING TABLE, LOADED WHOLE FROM ICPAIRS.
       01  WS-ICP-TABLE.
           05  WS-ICP-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-ICP-MAX            PIC 9(04) COMP VALUE 100.
           05  WS-ICP-ENTRY OCCURS 100 TIMES
                   INDEXED BY ICP-IDX.
               10  WS-ICP-PAYING-COMPANY PIC X(04).
               10  WS-ICP-OWNING-COMPANY PIC X(04).

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-RAW-DETAIL-COUNT PIC 9(06) VALUE ZERO.
       01  WS-RAW-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-CLEAN-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
               88  WS-LIST-OK        VALUE "00".
           05  WS-RUNLOG-STATUS      PIC X(02).
               88  WS-RUNLOG-OK      VALUE "00".
           05  WS-ALOC-STATUS        PIC X(02).
               88  WS-ALOC-OK        VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-RATE-STATUS        PIC X(02).
               88  WS-RATE-OK        VALUE "00".
           05  WS-ICP-STATUS         PIC X(02).
               88  WS-ICP-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-HASH-INCOMPLETE VALUE "Y".
           05  WS-CONTROL-FAIL-SWITCH PIC X(01) VALUE "N".
               88  WS-CONTROL-FAIL   VALUE "Y".
           05  WS-ICP-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-ICP-EOF        VALUE "Y".
           05  WS-ICP-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-ICP-FOUND      VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALLOC-FILE
           IF NOT WS-ALOC-OK
               DISPLAY "CALCEDIT: UNABLE TO OPEN ALOCMAST, FILE STATUS = "
                   WS-ALOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCEDIT: UNABLE TO OPEN ACCTMAST, FILE STATUS = "
                   WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "CALCEDIT: UNABLE TO OPEN RATEMAST, FILE STATUS = "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ICPAIRS-FILE
           IF NOT WS-ICP-OK
               DISPLAY "CALCEDIT: UNABLE TO OPEN ICPAIRS, FILE STATUS = "
                   WS-ICP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-IC-PAIRS THRU 1200-EXIT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
               STOP RUN
           END-IF
           MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE TRAN-HDR-BATCH-DATE TO WS-BATCH-DATE
           MOVE SPACES TO CLEAN-RECORD
           WRITE CLEAN-RECORD FROM TRAN-HEADER-RECORD.
       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1200-LOAD-IC-PAIRS THRU 1200-EXIT
      *>  LOAD THE INTERCOMPANY PAIRING TABLE.  A PAIR THAT APPEARS
      *>  TWICE MAKES THE DUE-TO/DUE-FROM ACCOUNTS AMBIGUOUS, AND ONE
      *>  NAMING THE SAME COMPANY ON BOTH SIDES IS NOT INTERCOMPANY
      *>  AT ALL -- EITHER WAY THE RUN IS REFUSED UNTIL THE LEDGER
      *>  TEAM CORRECTS THE TABLE.  A BLANK COMPANY IS THE HOME
      *>  COMPANY, AS EVERYWHERE ELSE.
      *>-----------------------------------------------------------
       1200-LOAD-IC-PAIRS.
           PERFORM 1210-READ-IC-PAIR THRU 1210-EXIT
           PERFORM 1220-TAKE-IC-PAIR THRU 1220-EXIT
               UNTIL WS-ICP-EOF
           CLOSE ICPAIRS-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-IC-PAIR.
           READ ICPAIRS-FILE
               AT END
                   SET WS-ICP-EOF-SWITCH TO "Y"
           END-READ.
       1210-EXIT.
           EXIT.

       1220-TAKE-IC-PAIR.
           MOVE ICP-PAYING-COMPANY TO WS-PAYING-COMPANY
           IF WS-PAYING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-PAYING-COMPANY
           END-IF
           MOVE ICP-OWNING-COMPANY TO WS-OWNING-COMPANY
           IF WS-OWNING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-OWNING-COMPANY
           END-IF
           IF WS-PAYING-COMPANY = WS-OWNING-COMPANY
               DISPLAY "CALCEDIT: ICPAIRS PAIRS COMPANY "
                   WS-PAYING-COMPANY " WITH ITSELF - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET ICP-IDX TO 1
           SEARCH WS-ICP-ENTRY
               AT END
                   CONTINUE
               WHEN ICP-IDX > WS-ICP-COUNT
                   CONTINUE
               WHEN WS-ICP-PAYING-COMPANY (ICP-IDX) = WS-PAYING-COMPANY
                       AND WS-ICP-OWNING-COMPANY (ICP-IDX) =
                       WS-OWNING-COMPANY
                   DISPLAY "CALCEDIT: PAIR " WS-PAYING-COMPANY "/"
                       WS-OWNING-COMPANY
                       " IS ON ICPAIRS TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-ICP-COUNT >= WS-ICP-MAX
               DISPLAY "CALCEDIT: ICPAIRS EXCEEDS "
                   WS-ICP-MAX " PAIRS - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ICP-COUNT
           SET ICP-IDX TO WS-ICP-COUNT
           MOVE WS-PAYING-COMPANY TO WS-ICP-PAYING-COMPANY (ICP-IDX)
           MOVE WS-OWNING-COMPANY TO WS-ICP-OWNING-COMPANY (ICP-IDX)
           PERFORM 1210-READ-IC-PAIR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-EDIT-TRANSACTION THRU 2000-EXIT
      *>  EDIT ONE RECORD AND ROUTE IT TO THE CLEAN FILE OR THE
      *>  IT CARRIES THE REASON CODE OF THE FIRST EDIT THAT FAILED
      *>  (SEE REJREC.CPY FOR THE CODES).  THE SEQUENCE EDITS GUARD
      *>  THE CHECKPOINT RESTART SKIP IN CALC, WHICH TRUSTS THE FILE
      *>  TO BE IN ASCENDING SEQUENCE-NUMBER ORDER.  THE COMPANY
      *>  EDIT SKIPS STORE, RECALL AND END, WHOSE TRAN-ACCOUNT-REF
      *>  IS A REGISTER NAME OR NOTHING AT ALL.
      *>-----------------------------------------------------------
       2010-VALIDATE-TRANSACTION.
           MOVE SPACES TO WS-REASON
           MOVE TRAN-COMPANY-CODE TO WS-TRAN-COMPANY-CODE
           IF WS-TRAN-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-TRAN-COMPANY-CODE
           END-IF
           IF TRAN-SEQ-NO NOT NUMERIC
               MOVE "SEQNONUM" TO WS-REASON
               GO TO 2010-EXIT
           IF TRAN-I2 NOT NUMERIC
               MOVE "I2NOTNUM" TO WS-REASON
               GO TO 2010-EXIT
           END-IF
           IF TRAN-CURRENCY-CODE NOT = SPACES AND
                   TRAN-CURRENCY-CODE NOT = BASE-CURRENCY-CODE
               PERFORM 2040-CHECK-EXCHANGE-RATE THRU 2040-EXIT
               IF WS-REASON NOT = SPACES
                   GO TO 2010-EXIT
               END-IF
           END-IF
           IF TRAN-OPERATION = "ALLOCATE"
               PERFORM 2030-CHECK-ALLOCATION-RULE THRU 2030-EXIT
           ELSE
               IF TRAN-OPERATION NOT = "STORE" AND
                       TRAN-OPERATION NOT = "RECALL" AND
                       TRAN-OPERATION NOT = "END"
                   PERFORM 2050-CHECK-ACCOUNT-COMPANY THRU 2050-EXIT
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2040-CHECK-EXCHANGE-RATE THRU 2040-EXIT
      *>  A FOREIGN-CURRENCY TRANSACTION NEEDS A RATE ON THE
      *>  EXCHANGE-RATE MASTER FOR THE BATCH DATE -- CALC CONVERTS
      *>  AT THAT RATE AND NO OTHER.  A MISSING RATE (OR A CODE NO
      *>  ONE HAS EVER LOADED) REJECTS AS NORATE.
      *>-----------------------------------------------------------
       2040-CHECK-EXCHANGE-RATE.
           MOVE TRAN-CURRENCY-CODE TO RATE-CURRENCY-CODE
           MOVE WS-BATCH-DATE TO RATE-EFFECTIVE-DATE
           READ RATE-FILE
               INVALID KEY
                   MOVE "NORATE" TO WS-REASON
           END-READ.
       2040-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2030-CHECK-ALLOCATION-RULE THRU 2030-EXIT
      *>  AN ALLOCATE NAMES ITS RULE IN TRAN-ACCOUNT-REF.  THE RULE
      *>  MUST BE ON THE MASTER (NORULE), IN FORCE TODAY (RULEEXPD)
      *>  AND SPLIT ONLY TO OPEN ACCOUNTS (RULEACCT) -- ALOCMNT
      *>  CHECKED THE TARGETS WHEN THE RULE WAS KEYED, BUT AN
      *>  ACCOUNT CAN CLOSE UNDER A RULE AFTERWARDS.
      *>-----------------------------------------------------------
       2030-CHECK-ALLOCATION-RULE.
           MOVE TRAN-ACCOUNT-REF TO ALOC-RULE-ID
           READ ALLOC-FILE
               INVALID KEY
                   MOVE "NORULE" TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES
               GO TO 2030-EXIT
           END-IF
           IF ALOC-EFFECTIVE-DATE > WS-CURRENT-DATE OR
                   (ALOC-EXPIRY-DATE NOT = ZERO AND
                   ALOC-EXPIRY-DATE < WS-CURRENT-DATE)
               MOVE "RULEEXPD" TO WS-REASON
               GO TO 2030-EXIT
           END-IF
           PERFORM 2035-CHECK-RULE-TARGET THRU 2035-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > ALOC-TARGET-COUNT
               OR WS-REASON NOT = SPACES.
       2030-EXIT.
           EXIT.

       2035-CHECK-RULE-TARGET.
           MOVE ALOC-TARGET-ACCOUNT (WS-TARGET-SUB) TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "RULEACCT" TO WS-REASON
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "RULEACCT" TO WS-REASON
                   ELSE
                       IF ACCT-CLOSE-DATE NOT = ZERO AND
                               ACCT-CLOSE-DATE <= WS-CURRENT-DATE
                           MOVE "RULEACCT" TO WS-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REASON = SPACES
               PERFORM 2055-COMPARE-COMPANY THRU 2055-EXIT
           END-IF.
       2035-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2050-CHECK-ACCOUNT-COMPANY THRU 2050-EXIT
      *>  A POSTING MAY ONLY GO TO AN ACCOUNT OF THE TRANSACTION'S
      *>  OWN COMPANY, OR TO ONE OF A COMPANY IT HAS A PAIR WITH ON
      *>  THE INTERCOMPANY TABLE -- CALC THEN BOOKS THE DUE-TO AND
      *>  DUE-FROM ENTRIES.  ANYTHING ELSE REJECTS AS WRONGCO.  AN
      *>  ACCOUNT NOT ON THE MASTER IS LEFT ALONE: CALC SENDS IT TO
      *>  SUSPENSE FOR THE ACCOUNTS TEAM, AS IT ALWAYS HAS.
      *>-----------------------------------------------------------
       2050-CHECK-ACCOUNT-COMPANY.
           MOVE TRAN-ACCOUNT-REF TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 2050-EXIT
           END-READ
           PERFORM 2055-COMPARE-COMPANY THRU 2055-EXIT.
       2050-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2055-COMPARE-COMPANY THRU 2055-EXIT
      *>  COMPARE THE ACCOUNT JUST READ AGAINST THE TRANSACTION'S
      *>  COMPANY, LOOKING FOR AN INTERCOMPANY PAIR WHEN THEY
      *>  DIFFER.  A BLANK ACCOUNT COMPANY IS THE HOME COMPANY.
      *>-----------------------------------------------------------
       2055-COMPARE-COMPANY.
           MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           IF WS-ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF
           IF WS-ACCT-COMPANY-CODE = WS-TRAN-COMPANY-CODE
               GO TO 2055-EXIT
           END-IF
           SET WS-ICP-FOUND-SWITCH TO "N"
           SET ICP-IDX TO 1
           SEARCH WS-ICP-ENTRY
               AT END
                   CONTINUE
               WHEN ICP-IDX > WS-ICP-COUNT
                   CONTINUE
               WHEN WS-ICP-PAYING-COMPANY (ICP-IDX) =
                       WS-TRAN-COMPANY-CODE
                       AND WS-ICP-OWNING-COMPANY (ICP-IDX) =
                       WS-ACCT-COMPANY-CODE
                   SET WS-ICP-FOUND-SWITCH TO "Y"
           END-SEARCH
           IF NOT WS-ICP-FOUND
               MOVE "WRONGCO" TO WS-REASON
           END-IF.
       2055-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2020-ACCUMULATE-RAW-HASH THRU 2020-EXIT
      *>  ADD THIS RECORD'S OPERAND AMOUNTS INTO THE HASH TOTAL THAT
           MOVE SPACES TO REJ-RECORD
           MOVE WS-REASON TO REJ-REASON
           MOVE TRAN-RECORD TO REJ-TRAN-IMAGE
           MOVE TRAN-CURRENCY-CODE TO REJ-TRAN-CURRENCY-CODE
           MOVE TRAN-COMPANY-CODE TO REJ-TRAN-COMPANY-CODE
           MOVE WS-BATCH-ID TO REJ-BATCH-ID
           MOVE WS-CURRENT-DATE TO REJ-BATCH-DATE
           MOVE "O" TO REJ-STATUS
           END-IF
           MOVE WS-REASON TO REJLD-REASON
           MOVE TRAN-RECORD TO REJLD-TRAN-IMAGE
           MOVE TRAN-CURRENCY-CODE TO REJLD-TRAN-CURRENCY
           MOVE TRAN-COMPANY-CODE TO REJLD-TRAN-COMPANY
           WRITE LIST-RECORD FROM REJL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2600-EXIT.
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE REJECT-LIST
           CLOSE ALLOC-FILE
           CLOSE ACCOUNT-FILE
           CLOSE RATE-FILE
           IF WS-CONTROL-FAIL THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-REJECT-COUNT > ZERO THEN
