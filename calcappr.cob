      *>  PURPOSE.     DUAL-CONTROL APPROVAL RUN.  READS THE PENDING-
      *>               APPROVAL FILE WRITTEN BY CALC (PNDREC.CPY) --
      *>               POSTINGS WHOSE RESULT MAGNITUDE EXCEEDED THE
      *>               OPERATOR'S APPROVAL LIMIT, OR THAT WOULD HAVE
      *>               TAKEN THEIR ACCOUNT PAST ITS MONTHLY BUDGET --
      *>               TOGETHER WITH THE
      *>               APPROVAL DECISIONS A SECOND OPERATOR HAS KEYED
      *>               (APRREC.CPY).  A RELEASED POSTING GOES TO THE
      *>               GL EXTRACT FOR THE NEXT UPLOAD, AFTER THE SAME
      *>                  LOADED BY MSTRLOAD -- THE APPROVER AND THE
      *>                  RELEASE ACCOUNT ARE READ BY KEY AND THE
      *>                  IN-STORAGE TABLES ARE GONE.
      *>  OCT 15/26  AJ   A RELEASE NOW CHECKS THE ACCOUNTING PERIOD
      *>                  CALENDAR (PERDREC.CPY) FOR THE POSTING'S
      *>                  ORIGINAL DATE AFTER THE ACCOUNT CHECK, THE
      *>                  SAME WAY CALC DOES, WITH THE APPROVER AS
      *>                  THE OPERATOR: SOFT-CLOSED POSTS (EVERY
      *>                  GOOD APPROVER IS AN APPROVER), HARD-CLOSED
      *>                  REDATES TO THE FIRST OPEN PERIOD ALREADY
      *>                  STARTED, AND ANYTHING ELSE GOES TO THE
      *>                  PERIOD EXCEPTION FILE (PEXREC.CPY) AS
      *>                  PERDHELD, COUNTING TOWARDS RC=4.
      *>  OCT 15/26  AJ   CALC NOW ALSO HOLDS A POSTING THAT WOULD
      *>                  TAKE ITS ACCOUNT PAST THE MONTH'S BUDGET
      *>                  (PND-REASON OVERBUDG).  IT GOES THROUGH THE
      *>                  SAME APPROVER CHECK AS AN APPROVAL-LIMIT
      *>                  HOLD, AND THE REASON PRINTS ON THE LISTING
      *>                  SO THE APPROVER CAN SEE WHY IT WAITS.  A
      *>                  RELEASE THAT IS NOT SUSPENDED ADDS ITS
      *>                  AMOUNT TO THE ACCOUNT'S BUDGET ACTUAL
      *>                  (BUDGREC.CPY) FOR THE MONTH OF THE
      *>                  POSTING'S ORIGINAL DATE.
      *>  OCT 15/26  AJ   THE PENDING RECORD NOW CARRIES THE ORIGINAL
      *>                  CURRENCY, AMOUNT AND RATE (PNDREC.CPY, 90
      *>                  BYTES), PASSED ON TO THE GL EXTRACT, THE
      *>                  SUSPENSE EXTRACT OR THE PERIOD EXCEPTION
      *>                  UNCHANGED -- A RELEASE BOOKS THE BASE AMOUNT
      *>                  CALC CONVERTED.  A RECORD HELD BEFORE THE
      *>                  CURRENCY WAS RECORDED IS TAKEN AS BASE.
      *>  OCT 15/26  AJ   THE PENDING RECORD NOW CARRIES THE
      *>                  TRANSACTION'S COMPANY (PNDREC.CPY, 96 BYTES;
      *>                  BLANK IS THE HOME COMPANY).  A RELEASE GOES
      *>                  TO THE LEDGER UNDER THE ACCOUNT'S COMPANY,
      *>                  WITH THE MATCHING DUE-FROM AND DUE-TO
      *>                  ENTRIES FROM THE INTERCOMPANY PAIRING TABLE
      *>                  (ICPREC.CPY) WHEN THAT IS NOT THE
      *>                  TRANSACTION'S, THE SAME WAY CALC DOES.  A
      *>                  RELEASE ACROSS COMPANIES WITH NO PAIR GOES
      *>                  TO SUSPENSE AS WRONGCO, WHERE CALCSUSP
      *>                  PICKS IT UP ONCE THE TABLE OR THE ACCOUNT
      *>                  IS PUT RIGHT.
      *>  OCT 15/26  AJ   A RELEASE HELD ON THE PERIOD EXCEPTION FILE
      *>                  NO LONGER ADDS TO THE BUDGET ACTUAL -- IT
      *>                  NEVER REACHED THE LEDGER, AND WOULD HAVE
      *>                  COUNTED AGAIN WHEN RE-KEYED.  ONLY A RELEASE
      *>                  WRITTEN TO THE GL EXTRACT IS COUNTED.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPPR.
           SELECT REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERD-PERIOD-ID
               FILE STATUS IS WS-PERD-STATUS.
           SELECT ICPAIRS-FILE ASSIGN TO "ICPAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICP-STATUS.
           SELECT PERIOD-EXCEPT-FILE ASSIGN TO "PERDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PNDREC.

       FD  PENDOUT-FILE.
       01  PENDOUT-RECORD PIC X(96).

       FD  APPROVAL-FILE.
           COPY APRREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  PERIOD-EXCEPT-FILE.
           COPY PEXREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  ICPAIRS-FILE.
           COPY ICPREC.

       WORKING-STORAGE SECTION.
       COPY APPRLINE.
       COPY BASECCY.
       COPY COMPANY.

       01  WS-DECISION-TABLE.
           05  WS-DECISION-COUNT     PIC 9(04) COMP VALUE ZERO.
       01  WS-DC-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-APPR-REJECT PIC X(40) VALUE SPACES.
       01  WS-SUSP-REASON PIC X(08) VALUE SPACES.
       01  WS-PERIOD-REASON PIC X(08) VALUE SPACES.
       01  WS-GL-POST-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-DATE-YYYYMM PIC 9(06).
           05  WS-PERIOD-DATE-DD     PIC 9(02).

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

       01  WS-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-REFUSED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-PERIOD-HELD-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.

               88  WS-SUSP-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".
           05  WS-PERD-STATUS        PIC X(02).
               88  WS-PERD-OK        VALUE "00".
           05  WS-PEX-STATUS         PIC X(02).
               88  WS-PEX-OK         VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-ICP-STATUS         PIC X(02).
               88  WS-ICP-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-APPR-EOF       VALUE "Y".
           05  WS-APPROVER-OK-SWITCH PIC X(01) VALUE "N".
               88  WS-APPROVER-ON-FILE VALUE "Y".
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
               DISPLAY "CALCAPPR: UNABLE TO OPEN PERDMAST, "
                   "FILE STATUS = " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-EXCEPT-FILE
           IF NOT WS-PEX-OK
               DISPLAY "CALCAPPR: UNABLE TO OPEN PERDEXCP, "
                   "FILE STATUS = " WS-PEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCAPPR: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ICPAIRS-FILE
           IF NOT WS-ICP-OK
               DISPLAY "CALCAPPR: UNABLE TO OPEN ICPAIRS, "
                   "FILE STATUS = " WS-ICP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-IC-PAIRS THRU 1100-EXIT
           PERFORM 1300-LOAD-DECISIONS THRU 1300-EXIT
           OPEN INPUT PENDIN-FILE
           IF NOT WS-PENDIN-OK
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1100-LOAD-IC-PAIRS THRU 1100-EXIT
      *>  LOAD THE INTERCOMPANY PAIRING TABLE.  A PAIR THAT APPEARS
      *>  TWICE, OR ONE NAMING THE SAME COMPANY ON BOTH SIDES,
      *>  REFUSES THE RUN, AS IT DOES IN CALC.
      *>-----------------------------------------------------------
       1100-LOAD-IC-PAIRS.
           PERFORM 1110-READ-IC-PAIR THRU 1110-EXIT
           PERFORM 1120-TAKE-IC-PAIR THRU 1120-EXIT
               UNTIL WS-ICP-EOF
           CLOSE ICPAIRS-FILE.
       1100-EXIT.
           EXIT.

       1110-READ-IC-PAIR.
           READ ICPAIRS-FILE
               AT END
                   SET WS-ICP-EOF-SWITCH TO "Y"
           END-READ.
       1110-EXIT.
           EXIT.

       1120-TAKE-IC-PAIR.
           MOVE ICP-PAYING-COMPANY TO WS-PAYING-COMPANY
           IF WS-PAYING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-PAYING-COMPANY
           END-IF
           MOVE ICP-OWNING-COMPANY TO WS-OWNING-COMPANY
           IF WS-OWNING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-OWNING-COMPANY
           END-IF
           IF WS-PAYING-COMPANY = WS-OWNING-COMPANY
               DISPLAY "CALCAPPR: ICPAIRS PAIRS COMPANY "
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
                   DISPLAY "CALCAPPR: PAIR " WS-PAYING-COMPANY "/"
                       WS-OWNING-COMPANY
                       " IS ON ICPAIRS TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-ICP-COUNT >= WS-ICP-MAX
               DISPLAY "CALCAPPR: ICPAIRS EXCEEDS "
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
           PERFORM 1110-READ-IC-PAIR THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1300-LOAD-DECISIONS THRU 1300-EXIT
      *>  READ THE KEYED APPROVAL DECISIONS INTO THE TABLE.  A
           END-READ
           IF NOT WS-PEND-EOF
               ADD 1 TO WS-READ-COUNT
               IF PND-CURRENCY-CODE = SPACES
                   MOVE BASE-CURRENCY-CODE TO PND-CURRENCY-CODE
                   MOVE PND-AMOUNT TO PND-ORIG-AMOUNT
                   MOVE 1 TO PND-EXCH-RATE
               END-IF
               IF PND-COMPANY-CODE = SPACES
                   MOVE HOME-COMPANY-CODE TO PND-COMPANY-CODE
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.
      *>  CLOSED WHILE THE POSTING WAITED -- AND WRITE THE POSTING
      *>  TO THE GL EXTRACT, OR TO THE SUSPENSE EXTRACT WHEN THE
      *>  ACCOUNT HAS GONE BAD.  THE ORIGINAL TRANSACTION DATE IS
      *>  KEPT SO THE LEDGER SHOWS WHEN IT WAS REALLY CALCULATED --
      *>  UNLESS ITS PERIOD HAS SINCE HARD-CLOSED, WHEN THE POSTING
      *>  IS REDATED INTO THE FIRST OPEN PERIOD OR HELD ON THE
      *>  PERIOD EXCEPTION FILE (2420-CHECK-PERIOD).  ONLY A
      *>  RELEASE THAT GOES TO THE GL EXTRACT -- NEITHER SUSPENDED
      *>  NOR PERIOD-HELD -- COUNTS AGAINST THE ACCOUNT'S BUDGET
      *>  (2450-ADD-TO-BUDGET), THE SAME AS A POSTING CALC PASSED.
      *>-----------------------------------------------------------
       2400-RELEASE-POSTING.
           PERFORM 2410-CHECK-ACCOUNT THRU 2410-EXIT
           MOVE SPACES TO WS-PERIOD-REASON
           MOVE PND-TRAN-DATE TO WS-GL-POST-DATE
           IF WS-SUSP-REASON = SPACES
               PERFORM 2420-CHECK-PERIOD THRU 2420-EXIT
           END-IF
           IF WS-SUSP-REASON = SPACES AND WS-PERIOD-REASON = SPACES
               PERFORM 2450-ADD-TO-BUDGET THRU 2450-EXIT
           END-IF
           IF WS-SUSP-REASON = SPACES AND WS-PERIOD-REASON NOT = SPACES
               PERFORM 2440-WRITE-PERIOD-EXCEPTION THRU 2440-EXIT
               ADD 1 TO WS-PERIOD-HELD-COUNT
               DISPLAY "CALCAPPR: TRANSACTION " PND-SEQ-NO
                   " RELEASED BUT PERIOD " WS-PERIOD-DATE-YYYYMM
                   " HELD - " WS-PERIOD-REASON
               MOVE "PERDHELD" TO APPRD-DECISION
           END-IF
           IF WS-SUSP-REASON = SPACES AND WS-PERIOD-REASON = SPACES
               MOVE PND-ACCOUNT-REF TO GL-ACCOUNT-REF
               MOVE PND-AMOUNT TO GL-AMOUNT
               MOVE PND-OPERATION-TYPE TO GL-OPERATION-TYPE
               MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
               MOVE PND-SEQ-NO TO GL-SEQ-NO
               MOVE PND-CURRENCY-CODE TO GL-CURRENCY-CODE
               MOVE PND-ORIG-AMOUNT TO GL-ORIG-AMOUNT
               MOVE PND-EXCH-RATE TO GL-EXCH-RATE
               MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
               MOVE SPACE TO GL-IC-FLAG
               MOVE SPACES TO GL-IC-PARTNER-COMPANY
               WRITE GL-EXTRACT-RECORD
               IF WS-ACCT-COMPANY-CODE NOT = PND-COMPANY-CODE
                   PERFORM 2460-WRITE-IC-ENTRIES THRU 2460-EXIT
               END-IF
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "CALCAPPR: TRANSACTION " PND-SEQ-NO
                   " RELEASED TO GL BY " WS-DC-APPROVER-ID (DC-IDX)
               MOVE "RELEASED" TO APPRD-DECISION
           END-IF
           IF WS-SUSP-REASON NOT = SPACES
               MOVE SPACES TO SUSP-RECORD
               MOVE PND-SEQ-NO TO SUSP-SEQ-NO
               MOVE PND-OPERATOR-ID TO SUSP-OPERATOR-ID
               MOVE PND-OPERATION-TYPE TO SUSP-OPERATION-TYPE
               MOVE PND-TRAN-DATE TO SUSP-TRAN-DATE
               MOVE WS-SUSP-REASON TO SUSP-REASON
               MOVE PND-CURRENCY-CODE TO SUSP-CURRENCY-CODE
               MOVE PND-ORIG-AMOUNT TO SUSP-ORIG-AMOUNT
               MOVE PND-EXCH-RATE TO SUSP-EXCH-RATE
               MOVE PND-COMPANY-CODE TO SUSP-COMPANY-CODE
               WRITE SUSP-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "CALCAPPR: TRANSACTION " PND-SEQ-NO
                           MOVE "CLOSACCT" TO WS-SUSP-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-SUSP-REASON NOT = SPACES
               GO TO 2410-EXIT
           END-IF
           MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           IF WS-ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF
           IF WS-ACCT-COMPANY-CODE = PND-COMPANY-CODE
               GO TO 2410-EXIT
           END-IF
           SET WS-ICP-FOUND-SWITCH TO "N"
           SET ICP-IDX TO 1
           SEARCH WS-ICP-ENTRY
               AT END
                   CONTINUE
               WHEN ICP-IDX > WS-ICP-COUNT
                   CONTINUE
               WHEN WS-ICP-PAYING-COMPANY (ICP-IDX) = PND-COMPANY-CODE
                       AND WS-ICP-OWNING-COMPANY (ICP-IDX) =
                       WS-ACCT-COMPANY-CODE
                   SET WS-ICP-FOUND-SWITCH TO "Y"
           END-SEARCH
           IF NOT WS-ICP-FOUND
               MOVE "WRONGCO" TO WS-SUSP-REASON
           END-IF.
       2410-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2420-CHECK-PERIOD THRU 2420-EXIT
      *>  READ THE POSTING DATE'S PERIOD ON THE CALENDAR, WITH THE
      *>  APPROVER (STILL IN OPER-RECORD FROM 2200) AS THE POSTING
      *>  OPERATOR.  OPEN POSTS AS DATED; SOFT-CLOSED POSTS FOR AN
      *>  APPROVER; HARD-CLOSED REDATES TO THE START OF THE FIRST
      *>  OPEN PERIOD AFTER IT WHEN THAT PERIOD HAS STARTED.
      *>  OTHERWISE WS-PERIOD-REASON NAMES WHY THE POSTING IS
      *>  HELD.  THE DATE TO POST UNDER IS LEFT IN WS-GL-POST-DATE.
      *>-----------------------------------------------------------
       2420-CHECK-PERIOD.
           MOVE PND-TRAN-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-DATE-YYYYMM TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "NOPERIOD" TO WS-PERIOD-REASON
               NOT INVALID KEY
                   IF PERD-SOFT-CLOSED AND NOT OPER-IS-APPROVER
                       MOVE "SOFTCLSD" TO WS-PERIOD-REASON
                   END-IF
                   IF PERD-HARD-CLOSED
                       PERFORM 2425-FIND-OPEN-PERIOD THRU 2425-EXIT
                   END-IF
           END-READ.
       2420-EXIT.
           EXIT.

       2425-FIND-OPEN-PERIOD.
           MOVE "HARDCLSD" TO WS-PERIOD-REASON
           SET WS-PERD-BROWSE-EOF-SWITCH TO "N"
           START PERIOD-FILE KEY > PERD-PERIOD-ID
               INVALID KEY
                   GO TO 2425-EXIT
           END-START
           PERFORM 2430-READ-NEXT-PERIOD THRU 2430-EXIT
               UNTIL WS-PERD-BROWSE-EOF.
       2425-EXIT.
           EXIT.

       2430-READ-NEXT-PERIOD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
                   GO TO 2430-EXIT
           END-READ
           IF PERD-OPEN
               SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
               IF PERD-START-DATE <= WS-CURRENT-DATE
                   MOVE PERD-START-DATE TO WS-GL-POST-DATE
                   MOVE SPACES TO WS-PERIOD-REASON
                   DISPLAY "CALCAPPR: TRANSACTION " PND-SEQ-NO
                       " PERIOD " WS-PERIOD-DATE-YYYYMM
                       " HARD-CLOSED - REDATED " WS-GL-POST-DATE
               END-IF
           END-IF.
       2430-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2440-WRITE-PERIOD-EXCEPTION THRU 2440-EXIT
      *>  HOLD THE APPROVED POSTING ON THE PERIOD EXCEPTION FILE.
      *>  IT LEAVES THE PENDING FILE -- THE APPROVAL STANDS, ONLY
      *>  THE PERIOD IS IN THE WAY -- AND THE ACCOUNTS TEAM WORKS
      *>  IT FROM THE EXCEPTION FILE AT MONTH-END.
      *>-----------------------------------------------------------
       2440-WRITE-PERIOD-EXCEPTION.
           MOVE SPACES TO PEX-RECORD
           MOVE PND-SEQ-NO TO PEX-SEQ-NO
           MOVE PND-OPERATOR-ID TO PEX-OPERATOR-ID
           MOVE PND-ACCOUNT-REF TO PEX-ACCOUNT-REF
           MOVE PND-AMOUNT TO PEX-AMOUNT
           MOVE PND-OPERATION-TYPE TO PEX-OPERATION-TYPE
           MOVE PND-TRAN-DATE TO PEX-TRAN-DATE
           MOVE WS-PERIOD-REASON TO PEX-REASON
           MOVE "CALCAPPR" TO PEX-SOURCE
           MOVE WS-CURRENT-DATE TO PEX-HELD-DATE
           MOVE PND-CURRENCY-CODE TO PEX-CURRENCY-CODE
           MOVE PND-ORIG-AMOUNT TO PEX-ORIG-AMOUNT
           MOVE PND-EXCH-RATE TO PEX-EXCH-RATE
           MOVE PND-COMPANY-CODE TO PEX-COMPANY-CODE
           WRITE PEX-RECORD.
       2440-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2450-ADD-TO-BUDGET THRU 2450-EXIT
      *>  ADD THE RELEASED AMOUNT TO THE ACCOUNT'S BUDGET ACTUAL
      *>  FOR THE MONTH OF THE POSTING'S ORIGINAL DATE -- THE
      *>  PERIOD CALC CHECKED IT AGAINST.  NO BUDGET RECORD MEANS
      *>  NO BUDGET CONTROL AND NOTHING TO ADD.  THE APPROVER HAS
      *>  SEEN AN OVERBUDG HOLD, SO THE ACTUAL MAY NOW STAND OVER
      *>  BUDGET; THE BUDGET REPORT SHOWS IT.
      *>-----------------------------------------------------------
       2450-ADD-TO-BUDGET.
           MOVE PND-TRAN-DATE TO WS-PERIOD-DATE
           MOVE PND-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE WS-PERIOD-DATE-YYYYMM TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   GO TO 2450-EXIT
           END-READ
           IF NOT WS-BUD-OK
               DISPLAY "CALCAPPR: UNABLE TO READ BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD PND-AMOUNT TO BUD-ACTUAL-AMOUNT
           MOVE WS-CURRENT-DATE TO BUD-LAST-POSTED-DATE
           REWRITE BUD-RECORD
           IF NOT WS-BUD-OK
               DISPLAY "CALCAPPR: UNABLE TO REWRITE BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PND-OVER-BUDGET
               DISPLAY "CALCAPPR: TRANSACTION " PND-SEQ-NO
                   " RELEASED OVER BUDGET - ACCOUNT " PND-ACCOUNT-REF
                   " ACTUAL " BUD-ACTUAL-AMOUNT
                   " BUDGET " BUD-BUDGET-AMOUNT
           END-IF.
       2450-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2460-WRITE-IC-ENTRIES THRU 2460-EXIT
      *>  THE DUE-FROM ENTRY IN THE PAYING COMPANY'S LEDGER FOR THE
      *>  AMOUNT RELEASED AND THE DUE-TO ENTRY IN THE OWNING
      *>  COMPANY'S FOR THE SAME AMOUNT NEGATED, ON THE ACCOUNTS
      *>  THE PAIR 2410-CHECK-ACCOUNT FOUND NAMES.
      *>-----------------------------------------------------------
       2460-WRITE-IC-ENTRIES.
           MOVE WS-ICP-DUE-FROM-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           MOVE PND-AMOUNT TO GL-AMOUNT
           MOVE PND-OPERATION-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE PND-SEQ-NO TO GL-SEQ-NO
           MOVE PND-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE PND-ORIG-AMOUNT TO GL-ORIG-AMOUNT
           MOVE PND-EXCH-RATE TO GL-EXCH-RATE
           MOVE PND-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-FROM TO TRUE
           MOVE WS-ACCT-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           MOVE WS-ICP-DUE-TO-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           COMPUTE GL-AMOUNT = 0 - PND-AMOUNT
           MOVE PND-OPERATION-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE PND-SEQ-NO TO GL-SEQ-NO
           MOVE PND-CURRENCY-CODE TO GL-CURRENCY-CODE
           COMPUTE GL-ORIG-AMOUNT = 0 - PND-ORIG-AMOUNT
           MOVE PND-EXCH-RATE TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-TO TO TRUE
           MOVE PND-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD.
       2460-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2500-REFUSE-POSTING THRU 2500-EXIT
      *>  THE SECOND PAIR OF EYES SAID NO.  THE POSTING GOES TO THE
           MOVE PND-OPERATOR-ID TO APPRD-OPERATOR-ID
           MOVE PND-ACCOUNT-REF TO APPRD-ACCOUNT-REF
           MOVE PND-AMOUNT TO APPRD-AMOUNT
           IF PND-OVER-BUDGET
               MOVE "OVERBUDG" TO APPRD-REASON
           ELSE
               MOVE "APPRLIMT" TO APPRD-REASON
           END-IF
           WRITE REPORT-RECORD FROM APPR-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2900-EXIT.
           CLOSE SUSPENSE-FILE
           CLOSE OPERATOR-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PERIOD-FILE
           CLOSE PERIOD-EXCEPT-FILE
           CLOSE BUDGET-FILE
           CLOSE REPORT-FILE
           DISPLAY "CALCAPPR: READ " WS-READ-COUNT " RELEASED "
               WS-RELEASED-COUNT " REFUSED " WS-REFUSED-COUNT
               " STILL HELD " WS-HELD-COUNT
               " PERIOD HELD " WS-PERIOD-HELD-COUNT
           IF WS-HELD-COUNT > ZERO OR WS-ERROR-COUNT > ZERO OR
                   WS-PERIOD-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
