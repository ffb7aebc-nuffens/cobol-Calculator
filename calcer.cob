      *>                  CALCJOB ONCE RAN TWICE FOR ONE BATCH DATE
      *>                  AND THE DOUBLE POSTING ONLY CAME TO LIGHT
      *>                  WHEN CALCRECN THREW HUNDREDS OF ORPHANS.
      *>  OCT 15/26  AJ   ACCOUNTING PERIOD CALENDAR (PERDREC.CPY,
      *>                  MAINTAINED BY PERDMNT).  A CLEAN POSTING
      *>                  NOW CHECKS ITS POSTING DATE'S PERIOD AFTER
      *>                  THE ACCOUNT CHECK: A SOFT-CLOSED PERIOD
      *>                  TAKES IT ONLY FROM AN APPROVER, A HARD-
      *>                  CLOSED ONE REDATES IT TO THE FIRST OPEN
      *>                  PERIOD ALREADY STARTED, AND ANYTHING ELSE IS
      *>                  HELD ON THE PERIOD EXCEPTION FILE (PEXREC.
      *>                  CPY) WITH A PERDHELD STATUS INSTEAD OF
      *>                  GOING TO THE GL EXTRACT.  LIKE HELDAPPR, THE
      *>                  RESULT STILL FEEDS A CHAIN.
      *>  OCT 15/26  AJ   ADDED THE ALLOCATE OPERATION.  TRAN-ACCOUNT-
      *>                  REF NAMES A RULE ON THE ALLOCATION RULE
      *>                  MASTER (ALOCREC.CPY, MAINTAINED BY ALOCMNT)
      *>                  AND TRAN-I1 IS SPLIT ACROSS THE RULE'S
      *>                  TARGET ACCOUNTS BY PERCENTAGE, ONE RESULTS,
      *>                  AUDIT AND GL EXTRACT RECORD PER TARGET
      *>                  UNDER THE ONE SEQUENCE NUMBER.  ANY
      *>                  ROUNDING PENNY GOES ON THE LAST LINE SO THE
      *>                  LINES ALWAYS TOTAL TRAN-I1 EXACTLY.  THE
      *>                  DAILY LIMIT, APPROVAL LIMIT AND PERIOD
      *>                  CHECKS SEE THE WHOLE AMOUNT; THE ACCOUNT
      *>                  CHECK RUNS PER TARGET, SO ONE CLOSED TARGET
      *>                  SUSPENDS ONLY ITS OWN LINE.  A MISSING RULE
      *>                  REJECTS WITH NORULE, ONE OUTSIDE ITS
      *>                  EFFECTIVE DATES WITH RULEEXPD.  THE POSTING
      *>                  ACCOUNT NOW TRAVELS IN WS-POST-ACCOUNT-REF
      *>                  INSTEAD OF BEING TAKEN FROM TRAN-ACCOUNT-REF
      *>                  BY EACH WRITER.
      *>  OCT 15/26  AJ   BUDGET CONTROL PER ACCOUNT.  AFTER THE
      *>                  ACCOUNT CHECK, A POSTING IS CHECKED AGAINST
      *>                  THE ACCOUNT'S BUDGET FOR THE MONTH ON THE
      *>                  NEW BUDGET MASTER (BUDGREC.CPY, MAINTAINED
      *>                  BY BUDGMNT).  ONE THAT WOULD TAKE THE
      *>                  PERIOD-TO-DATE ACTUAL PAST BUDGET IS HELD
      *>                  ON PENDAPPR AS HELDAPPR WITH REASON
      *>                  OVERBUDG FOR CALCAPPR TO ROUTE TO AN
      *>                  APPROVER; ANY OTHER ADDS ITS RESULT TO THE
      *>                  ACTUAL, REWRITTEN AT ONCE THE WAY THE DAILY
      *>                  LIMIT SPEND IS.  AN APPROVAL-LIMIT HOLD NOW
      *>                  CARRIES REASON APPRLIMT.  AN ALLOCATE IS
      *>                  CHECKED PER TARGET LINE.
      *>  OCT 15/26  AJ   FOREIGN-CURRENCY POSTING FOR THE CAD AND EUR
      *>                  BRANCHES.  A TRANSACTION KEYED IN ANOTHER
      *>                  CURRENCY (TRAN-CURRENCY-CODE) IS CALCULATED
      *>                  IN THAT CURRENCY, THEN 2077-CONVERT-CURRENCY
      *>                  TURNS THE RESULT INTO BASE CURRENCY AT THE
      *>                  BATCH DATE'S RATE ON THE NEW EXCHANGE-RATE
      *>                  MASTER (RATEREC.CPY, LOADED BY CALCRATE), SO
      *>                  THE DAILY LIMIT, APPROVAL LIMIT, BUDGET AND
      *>                  LEDGER ALL SEE BASE CURRENCY.  NO RATE
      *>                  REJECTS WITH NORATE (CALCEDIT CATCHES IT
      *>                  FIRST).  THE ORIGINAL RESULT, THE CURRENCY
      *>                  AND THE RATE RIDE ALONGSIDE THE BASE FIGURE
      *>                  ON THE RESULTS, AUDIT, GL EXTRACT, SUSPENSE,
      *>                  PENDING AND PERIOD EXCEPTION RECORDS.  A
      *>                  CHAIN AND THE REGISTERS RUN IN THE KEYED
      *>                  CURRENCY; AN ALLOCATE SPLITS BOTH FIGURES,
      *>                  EACH WITH ITS OWN ROUNDING PENNY ON THE
      *>                  LAST LINE.
      *>  OCT 15/26  AJ   A BATCH ALREADY BALANCED TODAY IS NO LONGER
      *>                  REFUSED ONCE CALCRBAK HAS ROLLED THE DAY
      *>                  BACK -- A CALCRBAK RUN-CONTROL RECORD FOR
      *>                  THE SAME BATCH AND DATE LATER IN THE LOG
      *>                  RELEASES IT FOR THE CORRECTED RERUN.
      *>  OCT 15/26  AJ   THE SUITE NOW KEEPS THE BOOKS FOR TWO LEGAL
      *>                  ENTITIES.  A TRANSACTION CARRIES ITS COMPANY
      *>                  (TRAN-COMPANY-CODE) AND AN ACCOUNT ITS OWN
      *>                  (ACCT-COMPANY-CODE), BLANK MEANING THE HOME
      *>                  COMPANY (COMPANY.CPY).  2078-CHECK-COMPANY
      *>                  LETS A POSTING -- OR EVERY TARGET OF AN
      *>                  ALLOCATE -- GO ONLY TO AN ACCOUNT OF THE
      *>                  TRANSACTION'S COMPANY, OR TO ONE OF A COMPANY
      *>                  IT HAS A PAIR WITH ON THE NEW INTERCOMPANY
      *>                  PAIRING TABLE (ICPREC.CPY); ANYTHING ELSE
      *>                  REJECTS WITH WRONGCO BEFORE IT SPENDS THE
      *>                  DAILY LIMIT.  A POSTING ACROSS A PAIR GOES TO
      *>                  THE LEDGER UNDER THE ACCOUNT'S COMPANY AND
      *>                  ALSO WRITES THE MATCHING DUE-FROM ENTRY IN
      *>                  THE PAYING COMPANY'S BOOKS AND DUE-TO ENTRY
      *>                  IN THE OWNING COMPANY'S, FLAGGED ON THE GL
      *>                  EXTRACT SO CALCRECN CAN PROVE THEY NET TO
      *>                  ZERO.  THE TRANSACTION'S COMPANY RIDES ON THE
      *>                  AUDIT, SUSPENSE, PENDING AND PERIOD EXCEPTION
      *>                  RECORDS SO THE RELEASE JOBS CAN DO THE SAME.
      *>  OCT 15/26  AJ   THE BUDGET ACTUAL WAS SPENT IN 2086, BEFORE
      *>                  THE PERIOD CHECK, SO A POSTING 2087 THEN
      *>                  HELD AS PERDHELD HAD ALREADY USED BUDGET AND
      *>                  USED IT AGAIN WHEN RE-KEYED.  2086 NOW ONLY
      *>                  TESTS; THE NEW 2084-SPEND-BUDGET ADDS TO THE
      *>                  ACTUAL AFTER THE PERIOD CHECK, AND ONLY FOR A
      *>                  POSTING STILL OK -- ONE GOING TO THE LEDGER.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD-ID
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PERIOD-EXCEPT-FILE ASSIGN TO "PERDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "ALOCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALOC-RULE-ID
               FILE STATUS IS WS-ALOC-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.
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
       FD  RUNLOG-FILE.
           COPY RUNREC.

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  PERIOD-EXCEPT-FILE.
           COPY PEXREC.

       FD  ALLOC-FILE.
           COPY ALOCREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  RATE-FILE.
           COPY RATEREC.

       FD  ICPAIRS-FILE.
           COPY ICPREC.

       WORKING-STORAGE SECTION.
       COPY PRTLINE.
       COPY OPTABLE.
       COPY BASECCY.
       COPY COMPANY.

       01  WS-I1 PIC S9(7)V99.
       01  WS-I2 PIC S9(7)V99.
       01  WS-SUSP-REASON PIC X(08) VALUE SPACES.
       01  WS-REG-REJECT-STATUS PIC X(08) VALUE SPACES.
       01  WS-REG-VALUE PIC S9(7)V99 VALUE ZERO.
       01  WS-PERIOD-REASON PIC X(08) VALUE SPACES.
       01  WS-GL-POST-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-DATE-YYYYMM PIC 9(06).
           05  WS-PERIOD-DATE-DD     PIC 9(02).
       01  WS-POST-ACCOUNT-REF PIC X(10) VALUE SPACES.
       01  WS-ALOC-REJECT-STATUS PIC X(08) VALUE SPACES.
       01  WS-ALOC-LINE-STATUS PIC X(08) VALUE SPACES.
       01  WS-ALOC-TOTAL PIC S9(7)V99 VALUE ZERO.
       01  WS-ALOC-POSTED PIC S9(7)V99 VALUE ZERO.
       01  WS-ALOC-PERCENT-TOTAL PIC 9(05)V99 VALUE ZERO.
       01  WS-ALOC-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-ALOC-PEND-REASON PIC X(08) VALUE SPACES.
       01  WS-PEND-REASON PIC X(08) VALUE SPACES.
       01  WS-CURRENCY-CODE PIC X(03) VALUE SPACES.
       01  WS-ORIG-RESULT PIC S9(7)V99 VALUE ZERO.
       01  WS-EXCH-RATE PIC 9(04)V9(06) VALUE ZERO.
       01  WS-ALOC-ORIG-TOTAL PIC S9(7)V99 VALUE ZERO.
       01  WS-ALOC-ORIG-POSTED PIC S9(7)V99 VALUE ZERO.
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
               10  WS-ICP-DUE-FROM-ACCOUNT PIC X(10).
               10  WS-ICP-DUE-TO-ACCOUNT PIC X(10).

       01  WS-CHAIN-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  WS-ACCUM PIC S9(7)V99 VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-EXPECTED-DETAIL-COUNT PIC 9(06) VALUE ZERO.
       01  WS-EXPECTED-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-DETAIL-COUNT PIC 9(06) VALUE ZERO.
               88  WS-PEND-OK        VALUE "00".
           05  WS-RUNLOG-STATUS      PIC X(02).
               88  WS-RUNLOG-OK      VALUE "00".
           05  WS-PERD-STATUS        PIC X(02).
               88  WS-PERD-OK        VALUE "00".
           05  WS-PEX-STATUS         PIC X(02).
               88  WS-PEX-OK         VALUE "00".
           05  WS-ALOC-STATUS        PIC X(02).
               88  WS-ALOC-OK        VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-RATE-STATUS        PIC X(02).
               88  WS-RATE-OK        VALUE "00".
           05  WS-ICP-STATUS         PIC X(02).
               88  WS-ICP-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-RUN-BALANCED   VALUE "Y".
           05  WS-RUNLOG-EOF-SWITCH  PIC X(01) VALUE "N".
               88  WS-RUNLOG-EOF     VALUE "Y".
           05  WS-ALREADY-BALANCED-SWITCH PIC X(01) VALUE "N".
               88  WS-ALREADY-BALANCED VALUE "Y".
           05  WS-PERD-BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
               88  WS-PERD-BROWSE-EOF VALUE "Y".
           05  WS-ICP-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-ICP-EOF        VALUE "Y".
           05  WS-ICP-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-ICP-FOUND      VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERD-OK
               DISPLAY "CALC: UNABLE TO OPEN PERDMAST, FILE STATUS = "
                   WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-EXCEPT-FILE
           IF NOT WS-PEX-OK
               DISPLAY "CALC: UNABLE TO OPEN PERDEXCP, FILE STATUS = "
                   WS-PEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALLOC-FILE
           IF NOT WS-ALOC-OK
               DISPLAY "CALC: UNABLE TO OPEN ALOCMAST, FILE STATUS = "
                   WS-ALOC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALC: UNABLE TO OPEN BUDGMAST, FILE STATUS = "
                   WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "CALC: UNABLE TO OPEN RATEMAST, FILE STATUS = "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ICPAIRS-FILE
           IF NOT WS-ICP-OK
               DISPLAY "CALC: UNABLE TO OPEN ICPAIRS, FILE STATUS = "
                   WS-ICP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1130-LOAD-IC-PAIRS THRU 1130-EXIT
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1120-LOAD-CHECKPOINT THRU 1120-EXIT
      *>  1110-VERIFY-BATCH-HEADER THRU 1110-EXIT
      *>  THE FIRST RECORD OF THE FILE MUST BE THE BATCH HEADER.  A
      *>  FILE WITHOUT ONE IS NOT A CONTROLLED BATCH AND THE RUN
      *>  REFUSES TO START.  THE BATCH DATE IS KEPT FOR THE
      *>  EXCHANGE-RATE LOOKUP.
      *>-----------------------------------------------------------
       1110-VERIFY-BATCH-HEADER.
           IF WS-EOF OR NOT TRAN-IS-HEADER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE TRAN-HDR-BATCH-DATE TO WS-BATCH-DATE.
       1110-EXIT.
           EXIT.

      *>  SAME BATCH WOULD POST EVERYTHING TWICE -- IT HAS HAPPENED
      *>  -- SO THE RUN IS REFUSED WITH RC=8.  A MISSING LOG MEANS
      *>  NOTHING HAS RUN YET.  A RESTART AFTER AN ABEND IS STILL
      *>  FINE: AN ABENDED RUN NEVER WROTE ITS RECORD.  SO IS A
      *>  RERUN AFTER CALCRBAK HAS ROLLED THE DAY BACK: ITS RECORD
      *>  FOR THE SAME BATCH AND DATE, LATER IN THE LOG THAN THE
      *>  BALANCED RUN, RELEASES THE BATCH AGAIN.
      *>-----------------------------------------------------------
       1115-CHECK-ALREADY-BALANCED.
           OPEN INPUT RUNLOG-FILE
           END-IF
           PERFORM 1117-SCAN-RUNLOG-RECORD THRU 1117-EXIT
               UNTIL WS-RUNLOG-EOF
           CLOSE RUNLOG-FILE
           IF WS-ALREADY-BALANCED
               DISPLAY "CALC: BATCH " WS-BATCH-ID
                   " ALREADY BALANCED ON " WS-CURRENT-DATE
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1115-EXIT.
           EXIT.

                   SET WS-RUNLOG-EOF-SWITCH TO "Y"
                   GO TO 1117-EXIT
           END-READ
           IF RUN-DATE NOT = WS-CURRENT-DATE OR
                   RUN-BATCH-ID NOT = WS-BATCH-ID
               GO TO 1117-EXIT
           END-IF
           IF RUN-STEP-NAME = "CALC" AND RUN-IN-BALANCE
               SET WS-ALREADY-BALANCED-SWITCH TO "Y"
           END-IF
           IF RUN-STEP-NAME = "CALCRBAK"
               SET WS-ALREADY-BALANCED-SWITCH TO "N"
           END-IF.
       1117-EXIT.
           EXIT.
       1120-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1130-LOAD-IC-PAIRS THRU 1130-EXIT
      *>  LOAD THE INTERCOMPANY PAIRING TABLE.  A PAIR THAT APPEARS
      *>  TWICE MAKES THE DUE-TO/DUE-FROM ACCOUNTS AMBIGUOUS, AND ONE
      *>  NAMING THE SAME COMPANY ON BOTH SIDES IS NOT INTERCOMPANY
      *>  AT ALL -- EITHER WAY THE RUN IS REFUSED UNTIL THE LEDGER
      *>  TEAM CORRECTS THE TABLE.  A BLANK COMPANY IS THE HOME
      *>  COMPANY, AS EVERYWHERE ELSE.
      *>-----------------------------------------------------------
       1130-LOAD-IC-PAIRS.
           PERFORM 1132-READ-IC-PAIR THRU 1132-EXIT
           PERFORM 1134-TAKE-IC-PAIR THRU 1134-EXIT
               UNTIL WS-ICP-EOF
           CLOSE ICPAIRS-FILE.
       1130-EXIT.
           EXIT.

       1132-READ-IC-PAIR.
           READ ICPAIRS-FILE
               AT END
                   SET WS-ICP-EOF-SWITCH TO "Y"
           END-READ.
       1132-EXIT.
           EXIT.

       1134-TAKE-IC-PAIR.
           MOVE ICP-PAYING-COMPANY TO WS-PAYING-COMPANY
           IF WS-PAYING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-PAYING-COMPANY
           END-IF
           MOVE ICP-OWNING-COMPANY TO WS-OWNING-COMPANY
           IF WS-OWNING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-OWNING-COMPANY
           END-IF
           IF WS-PAYING-COMPANY = WS-OWNING-COMPANY
               DISPLAY "CALC: ICPAIRS PAIRS COMPANY "
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
                   DISPLAY "CALC: PAIR " WS-PAYING-COMPANY "/"
                       WS-OWNING-COMPANY
                       " IS ON ICPAIRS TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-ICP-COUNT >= WS-ICP-MAX
               DISPLAY "CALC: ICPAIRS EXCEEDS "
                   WS-ICP-MAX " PAIRS - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ICP-COUNT
           SET ICP-IDX TO WS-ICP-COUNT
           MOVE WS-PAYING-COMPANY TO WS-ICP-PAYING-COMPANY (ICP-IDX)
           MOVE WS-OWNING-COMPANY TO WS-ICP-OWNING-COMPANY (ICP-IDX)
           MOVE ICP-DUE-FROM-ACCOUNT TO WS-ICP-DUE-FROM-ACCOUNT (ICP-IDX)
           MOVE ICP-DUE-TO-ACCOUNT TO WS-ICP-DUE-TO-ACCOUNT (ICP-IDX)
           PERFORM 1132-READ-IC-PAIR THRU 1132-EXIT.
       1134-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-PROCESS-TRANSACTION THRU 2000-EXIT
      *>  CALCULATE ONE TRANSACTION AND WRITE ITS RESULT, THEN READ
      *>  THE NEXT TRANSACTION.  A CLEAN ALLOCATE WRITES ONE RESULT
      *>  PER TARGET ACCOUNT THROUGH 2500-POST-ALLOCATION INSTEAD.
      *>-----------------------------------------------------------
       2000-PROCESS-TRANSACTION.
           MOVE TRAN-I1 TO WS-I1
           MOVE TRAN-OPERATION TO WS-O
           MOVE TRAN-I2 TO WS-I2
           MOVE TRAN-ACCOUNT-REF TO WS-POST-ACCOUNT-REF
           MOVE TRAN-COMPANY-CODE TO WS-TRAN-COMPANY-CODE
           IF WS-TRAN-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-TRAN-COMPANY-CODE
           END-IF
           MOVE WS-TRAN-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           SET WS-DIVIDE-ERROR-SWITCH TO "N"
           MOVE SPACES TO WS-OPER-REJECT-STATUS
           MOVE SPACES TO WS-REG-REJECT-STATUS
           MOVE SPACES TO WS-ALOC-REJECT-STATUS
           MOVE SPACES TO WS-PEND-REASON
           PERFORM 2010-LOOKUP-OPERATION THRU 2010-EXIT
           IF WS-OP-TYPE = SPACE THEN
               PERFORM 2015-REJECT-INVALID-OPERATION THRU 2015-EXIT
               END-IF
           END-IF
           PERFORM 2075-DETERMINE-RESULT THRU 2075-EXIT
           PERFORM 2077-CONVERT-CURRENCY THRU 2077-EXIT
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" THEN
               PERFORM 2078-CHECK-COMPANY THRU 2078-EXIT
           END-IF
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" THEN
               PERFORM 2080-CHECK-DAILY-LIMIT THRU 2080-EXIT
           END-IF
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" THEN
               PERFORM 2082-CHECK-APPROVAL-LIMIT THRU 2082-EXIT
           END-IF
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" AND
                   WS-OP-TYPE NOT = "L" THEN
               PERFORM 2085-CHECK-ACCOUNT THRU 2085-EXIT
           END-IF
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" AND
                   WS-OP-TYPE NOT = "L" THEN
               PERFORM 2086-CHECK-BUDGET THRU 2086-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO WS-GL-POST-DATE
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" THEN
               PERFORM 2087-CHECK-PERIOD THRU 2087-EXIT
           END-IF
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R" AND
                   WS-OP-TYPE NOT = "L" THEN
               PERFORM 2084-SPEND-BUDGET THRU 2084-EXIT
           END-IF
           IF TRAN-IN-CHAIN AND
                   (WS-STATUS = "OK" OR WS-STATUS = "SUSPACCT"
                   OR WS-STATUS = "HELDAPPR"
                   OR WS-STATUS = "PERDHELD") THEN
               MOVE WS-ORIG-RESULT TO WS-ACCUM
           END-IF
           IF WS-OP-TYPE = "L" AND
                   (WS-STATUS = "OK" OR WS-STATUS = "HELDAPPR"
                   OR WS-STATUS = "PERDHELD") THEN
               PERFORM 2500-POST-ALLOCATION THRU 2500-EXIT
           ELSE
               PERFORM 2100-WRITE-RESULT THRU 2100-EXIT
               PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
               PERFORM 2450-WRITE-GL-EXTRACT THRU 2450-EXIT
               PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT
           END-IF
           PERFORM 2700-CHECKPOINT-IF-DUE THRU 2700-EXIT
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           PERFORM 1105-SKIP-PROCESSED-TRANSACTIONS THRU 1105-EXIT.
                   TRAN-OPERATOR-ID " OVER DAILY LIMIT - REJECTED"
               MOVE "OVERLIMT" TO WS-STATUS
               MOVE ZERO TO WS-RESULT
               MOVE ZERO TO WS-ORIG-RESULT
               MOVE ZERO TO WS-REMAINDER
           ELSE
               ADD WS-POST-AMOUNT TO OPER-POSTED-AMOUNT
           END-IF
           IF WS-POST-AMOUNT > OPER-APPROVAL-LIMIT
               MOVE "HELDAPPR" TO WS-STATUS
               MOVE "APPRLIMT" TO WS-PEND-REASON
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": OPERATOR "
                   TRAN-OPERATOR-ID " RESULT OVER APPROVAL LIMIT"
                   " - HELD FOR DUAL CONTROL"
      *>-----------------------------------------------------------
      *>  2085-CHECK-ACCOUNT THRU 2085-EXIT
      *>  ONLY CALLED FOR A TRANSACTION THAT COMPUTED A CLEAN RESULT
      *>  AND CLEARED THE OPERATOR CHECKS.  READ WS-POST-ACCOUNT-REF
      *>  ON THE CHART-OF-ACCOUNTS CLUSTER: AN UNKNOWN OR CLOSED
      *>  ACCOUNT TURNS THE STATUS TO SUSPACCT, WHICH ROUTES THE
      *>  POSTING TO THE SUSPENSE EXTRACT IN 2450-WRITE-GL-EXTRACT.
      *>  THE COMPUTED RESULT IS KEPT -- THE AMOUNT POSTS LATER,
      *>  ONCE CALCSUSP RELEASES IT.  AN ALLOCATE IS CHECKED ONE
      *>  TARGET LINE AT A TIME FROM 2510-POST-ALLOCATION-LINE.  A
      *>  GOOD ACCOUNT LEAVES ITS COMPANY IN WS-ACCT-COMPANY-CODE FOR
      *>  2450-WRITE-GL-EXTRACT.
      *>-----------------------------------------------------------
       2085-CHECK-ACCOUNT.
           MOVE SPACES TO WS-SUSP-REASON
           MOVE WS-POST-ACCOUNT-REF TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "UNKNACCT" TO WS-SUSP-REASON
           IF WS-SUSP-REASON NOT = SPACES
               MOVE "SUSPACCT" TO WS-STATUS
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": ACCOUNT "
                   WS-POST-ACCOUNT-REF " SUSPENDED - " WS-SUSP-REASON
               GO TO 2085-EXIT
           END-IF
           MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           IF WS-ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF.
       2085-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2086-CHECK-BUDGET THRU 2086-EXIT
      *>  ONLY CALLED FOR A POSTING THAT CLEARED THE ACCOUNT CHECK.
      *>  READ WS-POST-ACCOUNT-REF'S BUDGET FOR THE MONTH OF THE
      *>  RUN DATE; NO RECORD MEANS NO BUDGET CONTROL.  A DEBIT
      *>  THAT WOULD TAKE THE PERIOD-TO-DATE ACTUAL PAST BUDGET
      *>  TURNS THE STATUS TO HELDAPPR WITH PENDING REASON OVERBUDG
      *>  -- THE SAME PENDAPPR PATH AS AN APPROVAL-LIMIT HOLD, SO
      *>  CALCAPPR ROUTES IT TO AN APPROVER -- AND DOES NOT COUNT
      *>  UNTIL IT IS RELEASED.  NOTHING IS SPENT HERE: THE PERIOD
      *>  CHECK HAS STILL TO RUN, AND A POSTING IT HOLDS NEVER
      *>  REACHES THE LEDGER -- 2084-SPEND-BUDGET DOES THAT AFTER.
      *>-----------------------------------------------------------
       2086-CHECK-BUDGET.
           MOVE WS-CURRENT-DATE TO WS-PERIOD-DATE
           MOVE WS-POST-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE WS-PERIOD-DATE-YYYYMM TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   GO TO 2086-EXIT
           END-READ
           IF NOT WS-BUD-OK
               DISPLAY "CALC: UNABLE TO READ BUDGMAST, FILE STATUS = "
                   WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESULT > ZERO AND
                   BUD-ACTUAL-AMOUNT + WS-RESULT > BUD-BUDGET-AMOUNT
               MOVE "HELDAPPR" TO WS-STATUS
               MOVE "OVERBUDG" TO WS-PEND-REASON
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": ACCOUNT "
                   WS-POST-ACCOUNT-REF " OVER BUDGET FOR "
                   BUD-PERIOD-ID " - HELD FOR APPROVAL"
           END-IF.
       2086-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2084-SPEND-BUDGET THRU 2084-EXIT
      *>  ONLY CALLED FOR A POSTING STILL OK AFTER THE BUDGET AND
      *>  PERIOD CHECKS -- ONE THAT GOES TO THE LEDGER TONIGHT.  ITS
      *>  RESULT, A CREDIT INCLUDED, IS ADDED TO THE ACCOUNT'S
      *>  ACTUAL FOR THE RUN-DATE MONTH AND REWRITTEN AT ONCE, THE
      *>  SAME WAY 2080 SPENDS THE DAILY LIMIT.  NO BUDGET RECORD
      *>  MEANS NO BUDGET CONTROL.
      *>-----------------------------------------------------------
       2084-SPEND-BUDGET.
           MOVE WS-CURRENT-DATE TO WS-PERIOD-DATE
           MOVE WS-POST-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE WS-PERIOD-DATE-YYYYMM TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   GO TO 2084-EXIT
           END-READ
           IF NOT WS-BUD-OK
               DISPLAY "CALC: UNABLE TO READ BUDGMAST, FILE STATUS = "
                   WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD WS-RESULT TO BUD-ACTUAL-AMOUNT
           MOVE WS-CURRENT-DATE TO BUD-LAST-POSTED-DATE
           REWRITE BUD-RECORD
           IF NOT WS-BUD-OK
               DISPLAY "CALC: UNABLE TO REWRITE BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2084-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2087-CHECK-PERIOD THRU 2087-EXIT
      *>  ONLY CALLED FOR A TRANSACTION THAT CLEARED THE ACCOUNT
      *>  CHECK.  READ THE POSTING DATE'S PERIOD ON THE CALENDAR:
      *>  AN OPEN PERIOD POSTS AS DATED; A SOFT-CLOSED ONE POSTS
      *>  ONLY WHEN THE OPERATOR (STILL IN OPER-RECORD FROM 2040)
      *>  IS AN APPROVER; A HARD-CLOSED ONE REDATES THE POSTING TO
      *>  THE START OF THE FIRST OPEN PERIOD AFTER IT, PROVIDED
      *>  THAT PERIOD HAS ALREADY STARTED.  ANYTHING ELSE TURNS THE
      *>  STATUS TO PERDHELD, WHICH ROUTES THE POSTING TO THE
      *>  PERIOD EXCEPTION FILE IN 2450-WRITE-GL-EXTRACT.  THE
      *>  DATE TO POST UNDER IS LEFT IN WS-GL-POST-DATE.
      *>-----------------------------------------------------------
       2087-CHECK-PERIOD.
           MOVE SPACES TO WS-PERIOD-REASON
           MOVE WS-CURRENT-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-DATE-YYYYMM TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "NOPERIOD" TO WS-PERIOD-REASON
               NOT INVALID KEY
                   IF PERD-SOFT-CLOSED AND NOT OPER-IS-APPROVER
                       MOVE "SOFTCLSD" TO WS-PERIOD-REASON
                   END-IF
                   IF PERD-HARD-CLOSED
                       PERFORM 2088-FIND-OPEN-PERIOD THRU 2088-EXIT
                   END-IF
           END-READ
           IF WS-PERIOD-REASON NOT = SPACES
               MOVE "PERDHELD" TO WS-STATUS
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": PERIOD "
                   WS-PERIOD-DATE-YYYYMM " HELD - " WS-PERIOD-REASON
           END-IF.
       2087-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2088-FIND-OPEN-PERIOD THRU 2088-EXIT
      *>  THE POSTING DATE'S PERIOD IS HARD-CLOSED.  BROWSE FORWARD
      *>  FROM IT TO THE FIRST OPEN PERIOD; WHEN THAT PERIOD HAS
      *>  STARTED, ITS START DATE BECOMES THE POSTING DATE.  NO
      *>  OPEN PERIOD, OR ONE STILL IN THE FUTURE, LEAVES HARDCLSD
      *>  -- THE LEDGER NEVER TAKES A FUTURE-DATED ENTRY.
      *>-----------------------------------------------------------
       2088-FIND-OPEN-PERIOD.
           MOVE "HARDCLSD" TO WS-PERIOD-REASON
           SET WS-PERD-BROWSE-EOF-SWITCH TO "N"
           START PERIOD-FILE KEY > PERD-PERIOD-ID
               INVALID KEY
                   GO TO 2088-EXIT
           END-START
           PERFORM 2089-READ-NEXT-PERIOD THRU 2089-EXIT
               UNTIL WS-PERD-BROWSE-EOF.
       2088-EXIT.
           EXIT.

       2089-READ-NEXT-PERIOD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
                   GO TO 2089-EXIT
           END-READ
           IF PERD-OPEN
               SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
               IF PERD-START-DATE <= WS-CURRENT-DATE
                   MOVE PERD-START-DATE TO WS-GL-POST-DATE
                   MOVE SPACES TO WS-PERIOD-REASON
                   DISPLAY "TRANSACTION " TRAN-SEQ-NO ": PERIOD "
                       WS-PERIOD-DATE-YYYYMM " HARD-CLOSED - REDATED "
                       WS-GL-POST-DATE
               END-IF
           END-IF.
       2089-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2030-FINALIZE-CHAIN THRU 2030-EXIT
      *>  AN END TRANSACTION CLOSES OUT THE RUNNING TOTAL FOR ITS
                   PERFORM 2060-STORE-REGISTER THRU 2060-EXIT
               WHEN "R"
                   PERFORM 2065-RECALL-REGISTER THRU 2065-EXIT
               WHEN "L"
                   PERFORM 2068-LOAD-ALLOCATION-RULE THRU 2068-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2065-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2068-LOAD-ALLOCATION-RULE THRU 2068-EXIT
      *>  READ THE ALLOCATION RULE NAMED IN TRAN-ACCOUNT-REF BY KEY
      *>  AND LEAVE IT IN ALOC-RECORD FOR 2500-POST-ALLOCATION.  A
      *>  RULE NOT ON THE MASTER REJECTS WITH NORULE; ONE NOT YET
      *>  EFFECTIVE OR ALREADY PAST ITS EXPIRY DATE WITH RULEEXPD.
      *>  CALCEDIT CATCHES BOTH AHEAD OF THE RUN -- THIS IS THE
      *>  BACKSTOP FOR A RULE EXPIRED BETWEEN THE TWO STEPS.  A
      *>  RULE WHOSE TARGETS DO NOT TOTAL 100 PERCENT (ALOCMNT
      *>  NEVER WRITES ONE) REJECTS WITH RULEBAD RATHER THAN POST
      *>  A SPLIT THAT DOES NOT ADD UP.
      *>-----------------------------------------------------------
       2068-LOAD-ALLOCATION-RULE.
           MOVE TRAN-ACCOUNT-REF TO ALOC-RULE-ID
           READ ALLOC-FILE
               INVALID KEY
                   MOVE "NORULE" TO WS-ALOC-REJECT-STATUS
           END-READ
           IF WS-ALOC-REJECT-STATUS = SPACES
               IF ALOC-EFFECTIVE-DATE > WS-CURRENT-DATE OR
                       (ALOC-EXPIRY-DATE NOT = ZERO AND
                       ALOC-EXPIRY-DATE < WS-CURRENT-DATE)
                   MOVE "RULEEXPD" TO WS-ALOC-REJECT-STATUS
               END-IF
           END-IF
           IF WS-ALOC-REJECT-STATUS = SPACES
               IF ALOC-TARGET-COUNT < 1 OR ALOC-TARGET-COUNT > 10
                   MOVE "RULEBAD" TO WS-ALOC-REJECT-STATUS
               ELSE
                   MOVE ZERO TO WS-ALOC-PERCENT-TOTAL
                   PERFORM 2069-ADD-TARGET-PERCENT THRU 2069-EXIT
                       VARYING WS-ALOC-SUB FROM 1 BY 1
                       UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
                   IF WS-ALOC-PERCENT-TOTAL NOT = 100
                       MOVE "RULEBAD" TO WS-ALOC-REJECT-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-ALOC-REJECT-STATUS NOT = SPACES
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": ALLOCATION RULE '"
                   TRAN-ACCOUNT-REF "' REJECTED - "
                   WS-ALOC-REJECT-STATUS
           END-IF.
       2068-EXIT.
           EXIT.

       2069-ADD-TARGET-PERCENT.
           ADD ALOC-TARGET-PERCENT (WS-ALOC-SUB)
               TO WS-ALOC-PERCENT-TOTAL.
       2069-EXIT.
           EXIT.

       2050-DIVIDE.
           IF WS-I2 = ZERO THEN
               SET WS-DIVIDE-ERROR-SWITCH TO "Y"
                   ELSE
                       MOVE WS-REG-VALUE TO WS-RESULT
                   END-IF
               WHEN "L"
                   IF WS-ALOC-REJECT-STATUS NOT = SPACES
                       MOVE WS-ALOC-REJECT-STATUS TO WS-STATUS
                   ELSE
                       MOVE WS-I1 TO WS-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "INVOPER" TO WS-STATUS
           END-EVALUATE
       2075-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2077-CONVERT-CURRENCY THRU 2077-EXIT
      *>  WS-RESULT LEAVES 2075 IN THE TRANSACTION'S OWN CURRENCY.
      *>  KEEP IT AS WS-ORIG-RESULT AND, FOR A FOREIGN CURRENCY,
      *>  CONVERT WS-RESULT TO BASE AT THE BATCH DATE'S RATE SO
      *>  EVERY CHECK AND LEDGER FILE AFTER THIS POINT SEES BASE
      *>  CURRENCY.  ONLY A CLEAN RESULT IS CONVERTED; ANYTHING
      *>  ELSE NEVER REACHES THE LEDGER AND KEEPS A ZERO RATE.  NO
      *>  RATE ON THE MASTER, OR A BASE FIGURE TOO LARGE FOR THE
      *>  RESULT FIELD, REJECTS THE TRANSACTION.  THE REMAINDER OF
      *>  A DIVIDE STAYS IN THE KEYED CURRENCY, LIKE THE OPERANDS.
      *>-----------------------------------------------------------
       2077-CONVERT-CURRENCY.
           MOVE WS-RESULT TO WS-ORIG-RESULT
           MOVE TRAN-CURRENCY-CODE TO WS-CURRENCY-CODE
           IF WS-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO WS-CURRENCY-CODE
           END-IF
           IF WS-CURRENCY-CODE = BASE-CURRENCY-CODE
               MOVE 1 TO WS-EXCH-RATE
               GO TO 2077-EXIT
           END-IF
           MOVE ZERO TO WS-EXCH-RATE
           IF WS-STATUS NOT = "OK"
               GO TO 2077-EXIT
           END-IF
           MOVE WS-CURRENCY-CODE TO RATE-CURRENCY-CODE
           MOVE WS-BATCH-DATE TO RATE-EFFECTIVE-DATE
           READ RATE-FILE
               INVALID KEY
                   MOVE "NORATE" TO WS-STATUS
           END-READ
           IF WS-STATUS = "OK"
               MOVE RATE-TO-BASE TO WS-EXCH-RATE
               COMPUTE WS-RESULT ROUNDED =
                       WS-ORIG-RESULT * WS-EXCH-RATE
                   ON SIZE ERROR
                       MOVE "CNVOVFLW" TO WS-STATUS
               END-COMPUTE
           END-IF
           IF WS-STATUS NOT = "OK"
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": CURRENCY "
                   WS-CURRENCY-CODE " ON " WS-BATCH-DATE
                   " NOT CONVERTED - " WS-STATUS
               MOVE ZERO TO WS-RESULT
               MOVE ZERO TO WS-ORIG-RESULT
               MOVE ZERO TO WS-REMAINDER
               MOVE ZERO TO WS-EXCH-RATE
           END-IF.
       2077-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2078-CHECK-COMPANY THRU 2078-EXIT
      *>  ONLY CALLED FOR A TRANSACTION THAT COMPUTED A CLEAN
      *>  RESULT, AHEAD OF THE DAILY LIMIT SO A POSTING REFUSED
      *>  HERE NEVER SPENDS IT.  THE POSTING ACCOUNT -- OR EVERY
      *>  TARGET OF AN ALLOCATE -- MUST BELONG TO THE TRANSACTION'S
      *>  COMPANY, OR TO ONE IT HAS A PAIR WITH ON THE INTERCOMPANY
      *>  TABLE.  ANYTHING ELSE REJECTS WITH WRONGCO (CALCEDIT
      *>  CATCHES IT FIRST; THIS IS THE BACKSTOP FOR AN ACCOUNT
      *>  MOVED BETWEEN THE TWO STEPS).
      *>-----------------------------------------------------------
       2078-CHECK-COMPANY.
           IF WS-OP-TYPE = "L"
               PERFORM 2079-CHECK-TARGET-COMPANY THRU 2079-EXIT
                   VARYING WS-ALOC-SUB FROM 1 BY 1
                   UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
                   OR WS-STATUS NOT = "OK"
           ELSE
               MOVE WS-POST-ACCOUNT-REF TO ACCT-REF
               PERFORM 2090-CHECK-ACCOUNT-COMPANY THRU 2090-EXIT
           END-IF
           IF WS-STATUS NOT = "OK"
               DISPLAY "TRANSACTION " TRAN-SEQ-NO ": ACCOUNT " ACCT-REF
                   " IS COMPANY " WS-ACCT-COMPANY-CODE
                   " - NO PAIR FROM " WS-TRAN-COMPANY-CODE
                   " - REJECTED"
               MOVE ZERO TO WS-RESULT
               MOVE ZERO TO WS-ORIG-RESULT
               MOVE ZERO TO WS-REMAINDER
           END-IF
           MOVE WS-TRAN-COMPANY-CODE TO WS-ACCT-COMPANY-CODE.
       2078-EXIT.
           EXIT.

       2079-CHECK-TARGET-COMPANY.
           MOVE ALOC-TARGET-ACCOUNT (WS-ALOC-SUB) TO ACCT-REF
           PERFORM 2090-CHECK-ACCOUNT-COMPANY THRU 2090-EXIT.
       2079-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2090-CHECK-ACCOUNT-COMPANY THRU 2090-EXIT
      *>  READ THE ACCOUNT IN ACCT-REF AND COMPARE ITS COMPANY
      *>  WITH THE TRANSACTION'S.  AN ACCOUNT NOT ON THE MASTER IS
      *>  LEFT FOR 2085-CHECK-ACCOUNT TO SUSPEND.  A DIFFERENT
      *>  COMPANY WITH NO PAIR TURNS THE STATUS TO WRONGCO.
      *>-----------------------------------------------------------
       2090-CHECK-ACCOUNT-COMPANY.
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 2090-EXIT
           END-READ
           MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           IF WS-ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF
           IF WS-ACCT-COMPANY-CODE = WS-TRAN-COMPANY-CODE
               GO TO 2090-EXIT
           END-IF
           PERFORM 2095-FIND-IC-PAIR THRU 2095-EXIT
           IF NOT WS-ICP-FOUND
               MOVE "WRONGCO" TO WS-STATUS
           END-IF.
       2090-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2095-FIND-IC-PAIR THRU 2095-EXIT
      *>  LOOK UP THE PAIR FROM WS-TRAN-COMPANY-CODE (PAYING) TO
      *>  WS-ACCT-COMPANY-CODE (OWNING), LEAVING ICP-IDX ON IT.
      *>-----------------------------------------------------------
       2095-FIND-IC-PAIR.
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
           END-SEARCH.
       2095-EXIT.
           EXIT.

       2100-WRITE-RESULT.
           MOVE SPACES TO OUT-RECORD
           MOVE TRAN-SEQ-NO TO OUT-SEQ-NO
           MOVE WS-RESULT TO OUT-RESULT
           MOVE WS-REMAINDER TO OUT-REMAINDER
           MOVE WS-STATUS TO OUT-STATUS
           MOVE WS-POST-ACCOUNT-REF TO OUT-ACCOUNT-REF
           MOVE WS-CURRENT-DATE TO OUT-RUN-DATE
           MOVE WS-CURRENCY-CODE TO OUT-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO OUT-ORIG-RESULT
           MOVE WS-EXCH-RATE TO OUT-EXCH-RATE
           WRITE OUT-RECORD.
       2100-EXIT.
           EXIT.
           MOVE WS-RESULT TO AUDIT-RESULT
           MOVE WS-STATUS TO AUDIT-STATUS
           MOVE TRAN-SEQ-NO TO AUDIT-SEQ-NO
           MOVE WS-POST-ACCOUNT-REF TO AUDIT-ACCOUNT-REF
           MOVE ZERO TO AUDIT-ORIG-DATE
           MOVE WS-CURRENCY-CODE TO AUDIT-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO AUDIT-ORIG-RESULT
           MOVE WS-EXCH-RATE TO AUDIT-EXCH-RATE
           MOVE WS-TRAN-COMPANY-CODE TO AUDIT-COMPANY-CODE
           WRITE AUDIT-RECORD.
       2400-EXIT.
           EXIT.
      *>  NIGHTLY UPLOAD, OR TO THE SUSPENSE EXTRACT WHEN THE
      *>  ACCOUNT FAILED VALIDATION.  CHAIN-CLOSING (END) AND
      *>  REJECTED TRANSACTIONS DO NOT POST -- ONLY A CLEAN RESULT
      *>  DOES, UNDER THE DATE 2087-CHECK-PERIOD SETTLED ON, IN THE
      *>  LEDGER OF THE ACCOUNT'S COMPANY.  A POSTING ACROSS
      *>  COMPANIES ALSO WRITES ITS INTERCOMPANY PAIR.
      *>-----------------------------------------------------------
       2450-WRITE-GL-EXTRACT.
           IF WS-STATUS = "OK" AND WS-OP-TYPE NOT = "R"
               MOVE WS-POST-ACCOUNT-REF TO GL-ACCOUNT-REF
               MOVE WS-RESULT TO GL-AMOUNT
               MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
               MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
               MOVE TRAN-SEQ-NO TO GL-SEQ-NO
               MOVE WS-CURRENCY-CODE TO GL-CURRENCY-CODE
               MOVE WS-ORIG-RESULT TO GL-ORIG-AMOUNT
               MOVE WS-EXCH-RATE TO GL-EXCH-RATE
               MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
               MOVE SPACE TO GL-IC-FLAG
               MOVE SPACES TO GL-IC-PARTNER-COMPANY
               WRITE GL-EXTRACT-RECORD
               IF WS-ACCT-COMPANY-CODE NOT = WS-TRAN-COMPANY-CODE
                   PERFORM 2460-WRITE-IC-ENTRIES THRU 2460-EXIT
               END-IF
           END-IF
           IF WS-STATUS = "SUSPACCT"
               PERFORM 2470-WRITE-SUSPENSE THRU 2470-EXIT
           END-IF
           IF WS-STATUS = "HELDAPPR"
               PERFORM 2480-WRITE-PENDING THRU 2480-EXIT
           END-IF
           IF WS-STATUS = "PERDHELD"
               PERFORM 2490-WRITE-PERIOD-EXCEPTION THRU 2490-EXIT
           END-IF.
       2450-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2460-WRITE-IC-ENTRIES THRU 2460-EXIT
      *>  THE TRANSACTION'S COMPANY PAID FOR A POSTING IN ANOTHER
      *>  COMPANY'S BOOKS.  WRITE THE DUE-FROM ENTRY IN THE PAYING
      *>  COMPANY'S LEDGER FOR THE AMOUNT POSTED AND THE DUE-TO
      *>  ENTRY IN THE OWNING COMPANY'S FOR THE SAME AMOUNT
      *>  NEGATED, ON THE ACCOUNTS THE PAIR NAMES, UNDER THE SAME
      *>  SEQUENCE NUMBER AND DATE.  2078 ALREADY PROVED THE PAIR.
      *>-----------------------------------------------------------
       2460-WRITE-IC-ENTRIES.
           PERFORM 2095-FIND-IC-PAIR THRU 2095-EXIT
           MOVE WS-ICP-DUE-FROM-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           MOVE WS-RESULT TO GL-AMOUNT
           MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE TRAN-SEQ-NO TO GL-SEQ-NO
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO GL-ORIG-AMOUNT
           MOVE WS-EXCH-RATE TO GL-EXCH-RATE
           MOVE WS-TRAN-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-FROM TO TRUE
           MOVE WS-ACCT-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           MOVE WS-ICP-DUE-TO-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           COMPUTE GL-AMOUNT = 0 - WS-RESULT
           MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE TRAN-SEQ-NO TO GL-SEQ-NO
           MOVE WS-CURRENCY-CODE TO GL-CURRENCY-CODE
           COMPUTE GL-ORIG-AMOUNT = 0 - WS-ORIG-RESULT
           MOVE WS-EXCH-RATE TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-TO TO TRUE
           MOVE WS-TRAN-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD.
       2460-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2470-WRITE-SUSPENSE THRU 2470-EXIT
      *>  HOLD THE POSTING ON THE SUSPENSE EXTRACT WITH EVERYTHING
           MOVE SPACES TO SUSP-RECORD
           MOVE TRAN-SEQ-NO TO SUSP-SEQ-NO
           MOVE TRAN-OPERATOR-ID TO SUSP-OPERATOR-ID
           MOVE WS-POST-ACCOUNT-REF TO SUSP-ACCOUNT-REF
           MOVE WS-RESULT TO SUSP-AMOUNT
           MOVE WS-OP-TYPE TO SUSP-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO SUSP-TRAN-DATE
           MOVE WS-SUSP-REASON TO SUSP-REASON
           MOVE WS-CURRENCY-CODE TO SUSP-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO SUSP-ORIG-AMOUNT
           MOVE WS-EXCH-RATE TO SUSP-EXCH-RATE
           MOVE WS-TRAN-COMPANY-CODE TO SUSP-COMPANY-CODE
           WRITE SUSP-RECORD.
       2470-EXIT.
           EXIT.
           MOVE SPACES TO PND-RECORD
           MOVE TRAN-SEQ-NO TO PND-SEQ-NO
           MOVE TRAN-OPERATOR-ID TO PND-OPERATOR-ID
           MOVE WS-POST-ACCOUNT-REF TO PND-ACCOUNT-REF
           MOVE WS-RESULT TO PND-AMOUNT
           MOVE WS-OP-TYPE TO PND-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO PND-TRAN-DATE
           MOVE WS-PEND-REASON TO PND-REASON
           MOVE WS-CURRENCY-CODE TO PND-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO PND-ORIG-AMOUNT
           MOVE WS-EXCH-RATE TO PND-EXCH-RATE
           MOVE WS-TRAN-COMPANY-CODE TO PND-COMPANY-CODE
           WRITE PND-RECORD.
       2480-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2490-WRITE-PERIOD-EXCEPTION THRU 2490-EXIT
      *>  HOLD THE POSTING ON THE PERIOD EXCEPTION FILE WITH THE
      *>  REASON THE CALENDAR REFUSED IT, FOR THE ACCOUNTS TEAM TO
      *>  WORK AT MONTH-END.
      *>-----------------------------------------------------------
       2490-WRITE-PERIOD-EXCEPTION.
           MOVE SPACES TO PEX-RECORD
           MOVE TRAN-SEQ-NO TO PEX-SEQ-NO
           MOVE TRAN-OPERATOR-ID TO PEX-OPERATOR-ID
           MOVE WS-POST-ACCOUNT-REF TO PEX-ACCOUNT-REF
           MOVE WS-RESULT TO PEX-AMOUNT
           MOVE WS-OP-TYPE TO PEX-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO PEX-TRAN-DATE
           MOVE WS-PERIOD-REASON TO PEX-REASON
           MOVE "CALC" TO PEX-SOURCE
           MOVE WS-CURRENT-DATE TO PEX-HELD-DATE
           MOVE WS-CURRENCY-CODE TO PEX-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO PEX-ORIG-AMOUNT
           MOVE WS-EXCH-RATE TO PEX-EXCH-RATE
           MOVE WS-TRAN-COMPANY-CODE TO PEX-COMPANY-CODE
           WRITE PEX-RECORD.
       2490-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2500-POST-ALLOCATION THRU 2500-EXIT
      *>  SPLIT A CLEAN ALLOCATE ACROSS THE TARGETS OF THE RULE
      *>  2068 LEFT IN ALOC-RECORD.  EACH TARGET GETS ITS PERCENT OF
      *>  THE WHOLE AMOUNT, ROUNDED, AND THE LAST TARGET GETS
      *>  WHATEVER IS LEFT, SO THE LINES ALWAYS ADD BACK TO TRAN-I1
      *>  TO THE PENNY.  THE ORIGINAL-CURRENCY FIGURE IS SPLIT THE
      *>  SAME WAY, SO BOTH SETS OF LINES ADD BACK EXACTLY.  THE
      *>  WHOLE-AMOUNT RESULTS AND STATUS ARE PUT BACK AFTERWARDS.
      *>-----------------------------------------------------------
       2500-POST-ALLOCATION.
           MOVE WS-RESULT TO WS-ALOC-TOTAL
           MOVE WS-ORIG-RESULT TO WS-ALOC-ORIG-TOTAL
           MOVE WS-STATUS TO WS-ALOC-LINE-STATUS
           MOVE WS-PEND-REASON TO WS-ALOC-PEND-REASON
           MOVE ZERO TO WS-ALOC-POSTED
           MOVE ZERO TO WS-ALOC-ORIG-POSTED
           PERFORM 2510-POST-ALLOCATION-LINE THRU 2510-EXIT
               VARYING WS-ALOC-SUB FROM 1 BY 1
               UNTIL WS-ALOC-SUB > ALOC-TARGET-COUNT
           MOVE WS-ALOC-TOTAL TO WS-RESULT
           MOVE WS-ALOC-ORIG-TOTAL TO WS-ORIG-RESULT
           MOVE WS-ALOC-LINE-STATUS TO WS-STATUS
           MOVE WS-ALOC-PEND-REASON TO WS-PEND-REASON
           MOVE TRAN-ACCOUNT-REF TO WS-POST-ACCOUNT-REF.
       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2510-POST-ALLOCATION-LINE THRU 2510-EXIT
      *>  ONE TARGET LINE OF AN ALLOCATE.  THE LINE TAKES THE
      *>  WHOLE TRANSACTION'S STATUS, THEN -- UNLESS IT IS HELD FOR
      *>  APPROVAL, WHICH RE-RUNS THE ACCOUNT CHECK ON RELEASE --
      *>  THE TARGET ACCOUNT IS CHECKED, SO A CLOSED TARGET SENDS
      *>  ONLY ITS OWN LINE TO SUSPENSE, AND THEN THE TARGET'S
      *>  BUDGET, SO A TARGET OVER BUDGET HOLDS ONLY ITS OWN LINE
      *>  FOR AN APPROVER; A LINE STILL OK AFTER BOTH SPENDS THE
      *>  TARGET'S BUDGET.  THE LINE THEN WRITES ITS
      *>  RESULTS, AUDIT, LEDGER AND REPORT RECORDS THE SAME WAY A
      *>  SINGLE POSTING DOES.
      *>-----------------------------------------------------------
       2510-POST-ALLOCATION-LINE.
           MOVE ALOC-TARGET-ACCOUNT (WS-ALOC-SUB) TO WS-POST-ACCOUNT-REF
           IF WS-ALOC-SUB = ALOC-TARGET-COUNT
               COMPUTE WS-RESULT = WS-ALOC-TOTAL - WS-ALOC-POSTED
               COMPUTE WS-ORIG-RESULT =
                   WS-ALOC-ORIG-TOTAL - WS-ALOC-ORIG-POSTED
           ELSE
               COMPUTE WS-RESULT ROUNDED = WS-ALOC-TOTAL *
                   ALOC-TARGET-PERCENT (WS-ALOC-SUB) / 100
               ADD WS-RESULT TO WS-ALOC-POSTED
               COMPUTE WS-ORIG-RESULT ROUNDED = WS-ALOC-ORIG-TOTAL *
                   ALOC-TARGET-PERCENT (WS-ALOC-SUB) / 100
               ADD WS-ORIG-RESULT TO WS-ALOC-ORIG-POSTED
           END-IF
           MOVE WS-ALOC-LINE-STATUS TO WS-STATUS
           MOVE WS-ALOC-PEND-REASON TO WS-PEND-REASON
           IF WS-STATUS = "OK" OR WS-STATUS = "PERDHELD"
               PERFORM 2085-CHECK-ACCOUNT THRU 2085-EXIT
           END-IF
           IF WS-STATUS = "OK" OR WS-STATUS = "PERDHELD"
               PERFORM 2086-CHECK-BUDGET THRU 2086-EXIT
           END-IF
           IF WS-STATUS = "OK"
               PERFORM 2084-SPEND-BUDGET THRU 2084-EXIT
           END-IF
           PERFORM 2100-WRITE-RESULT THRU 2100-EXIT
           PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT
           PERFORM 2450-WRITE-GL-EXTRACT THRU 2450-EXIT
           PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
       2510-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2600-WRITE-DETAIL-LINE THRU 2600-EXIT
      *>  PRINT ONE DETAIL LINE ON THE FORMATTED REPORT, STARTING A
           MOVE TRAN-I2 TO RPTD-I2
           MOVE WS-RESULT TO RPTD-RESULT
           MOVE WS-STATUS TO RPTD-STATUS
           MOVE WS-CURRENCY-CODE TO RPTD-CURRENCY-CODE
           MOVE WS-ORIG-RESULT TO RPTD-ORIG-RESULT
           WRITE PRINT-RECORD FROM RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2600-EXIT.
           CLOSE OPERATOR-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REGISTER-FILE
           CLOSE PERIOD-FILE
           CLOSE PERIOD-EXCEPT-FILE
           CLOSE ALLOC-FILE
           CLOSE BUDGET-FILE
           CLOSE RATE-FILE
           PERFORM 3100-VERIFY-BATCH-CONTROLS THRU 3100-EXIT
           PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
       3000-EXIT.
