      *>                  (RUNREC.CPY) TO THE SHARED RUNLOG AS IT
      *>                  FINISHES, FOR THE CALCDAYE DAY-END
      *>                  SIGN-OFF.
      *>  OCT 15/26  AJ   A RELEASE NOW CHECKS THE ACCOUNTING PERIOD
      *>                  CALENDAR (PERDREC.CPY) FOR THE POSTING'S
      *>                  ORIGINAL DATE, THE SAME WAY CALC DOES: A
      *>                  SOFT-CLOSED PERIOD TAKES IT ONLY WHEN THE
      *>                  POSTING OPERATOR IS AN APPROVER ON THE
      *>                  OPERATOR MASTER (NOW OPENED FOR KEYED
      *>                  READS), A HARD-CLOSED ONE REDATES IT TO THE
      *>                  FIRST OPEN PERIOD ALREADY STARTED, AND
      *>                  ANYTHING ELSE MOVES IT FROM SUSPENSE TO THE
      *>                  PERIOD EXCEPTION FILE (PEXREC.CPY), WHICH
      *>                  COUNTS TOWARDS RC=4.
      *>  OCT 15/26  AJ   THE SUSPENSE RECORD NOW CARRIES THE ORIGINAL
      *>                  CURRENCY, AMOUNT AND RATE (SUSPREC.CPY, 90
      *>                  BYTES), PASSED ON TO THE GL EXTRACT OR THE
      *>                  PERIOD EXCEPTION UNCHANGED -- A RELEASE
      *>                  BOOKS THE BASE AMOUNT CALC CONVERTED, NOT A
      *>                  NEW CONVERSION.  A RECORD SUSPENDED BEFORE
      *>                  THE CURRENCY WAS RECORDED IS TAKEN AS BASE.
      *>  OCT 15/26  AJ   THE SUSPENSE RECORD NOW CARRIES THE
      *>                  TRANSACTION'S COMPANY (SUSPREC.CPY, 96
      *>                  BYTES; BLANK IS THE HOME COMPANY).  A
      *>                  RELEASE GOES TO THE LEDGER UNDER THE
      *>                  ACCOUNT'S COMPANY; WHEN THAT IS NOT THE
      *>                  TRANSACTION'S, THE INTERCOMPANY PAIRING
      *>                  TABLE (ICPREC.CPY) MUST HAVE A PAIR AND THE
      *>                  MATCHING DUE-FROM AND DUE-TO ENTRIES ARE
      *>                  WRITTEN WITH IT, THE SAME WAY CALC DOES.
      *>                  WITH NO PAIR THE POSTING STAYS IN SUSPENSE
      *>                  AS WRONGCO FOR THE LEDGER TEAM.
      *>  OCT 15/26  AJ   CALC NEVER COUNTS A SUSPENDED POSTING AGAINST
      *>                  ITS ACCOUNT'S BUDGET (BUDGREC.CPY), SO A
      *>                  RELEASE NOW DOES: ONE THAT WOULD TAKE THE
      *>                  ACTUAL FOR ITS MONTH PAST BUDGET LEAVES
      *>                  SUSPENSE FOR THE PENDING-APPROVAL FILE
      *>                  (PNDREC.CPY) AS OVERBUDG, THE SAME WAY CALC
      *>                  HOLDS ONE, AND COUNTS TOWARDS RC=4; ANY
      *>                  OTHER RELEASE IS ADDED TO THE ACTUAL.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUSP.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
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
           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SUSPREC.

       FD  SUSPOUT-FILE.
       01  SUSPOUT-RECORD PIC X(96).

       FD  ACCOUNT-FILE.
           COPY ACCTREC.
       FD  RUNLOG-FILE.
           COPY RUNREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  PERIOD-EXCEPT-FILE.
           COPY PEXREC.

       FD  ICPAIRS-FILE.
           COPY ICPREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       WORKING-STORAGE SECTION.
       COPY BASECCY.
       COPY COMPANY.

       01  WS-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-PERIOD-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-BUDGET-HELD-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME PIC 9(06) VALUE ZERO.

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

       01  WS-FILE-STATUSES.
           05  WS-SUSPIN-STATUS      PIC X(02).
               88  WS-SUSPIN-OK      VALUE "00".
               88  WS-GL-OK          VALUE "00".
           05  WS-RUNLOG-STATUS      PIC X(02).
               88  WS-RUNLOG-OK      VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-PERD-STATUS        PIC X(02).
               88  WS-PERD-OK        VALUE "00".
           05  WS-PEX-STATUS         PIC X(02).
               88  WS-PEX-OK         VALUE "00".
           05  WS-ICP-STATUS         PIC X(02).
               88  WS-ICP-OK         VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".
           05  WS-PEND-STATUS        PIC X(02).
               88  WS-PEND-OK        VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".
           05  WS-OPEN-SWITCH        PIC X(01) VALUE "N".
               88  WS-ACCOUNT-IS-OPEN VALUE "Y".
           05  WS-APPROVER-SWITCH    PIC X(01) VALUE "N".
               88  WS-OPERATOR-IS-APPROVER VALUE "Y".
           05  WS-PERD-BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
               88  WS-PERD-BROWSE-EOF VALUE "Y".
           05  WS-ICP-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-ICP-EOF        VALUE "Y".
           05  WS-ICP-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-ICP-FOUND      VALUE "Y".
           05  WS-OVER-BUDGET-SWITCH PIC X(01) VALUE "N".
               88  WS-OVER-BUDGET    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE FILES AND PRIME THE READ.  THE CHART OF ACCOUNTS,
      *>  THE OPERATOR MASTER AND THE PERIOD CALENDAR STAY OPEN FOR
      *>  KEYED READS THE WHOLE RUN, AS DOES THE BUDGET MASTER FOR
      *>  UPDATE; THE INTERCOMPANY PAIRING TABLE IS LOADED WHOLE.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT ICPAIRS-FILE
           IF NOT WS-ICP-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN ICPAIRS, "
                   "FILE STATUS = " WS-ICP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-IC-PAIRS THRU 1100-EXIT
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN ACCTMAST, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERD-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN PERDMAST, "
                   "FILE STATUS = " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-EXCEPT-FILE
           IF NOT WS-PEX-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN PERDEXCP, "
                   "FILE STATUS = " WS-PEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE
           IF NOT WS-PEND-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN PENDAPPR, "
                   "FILE STATUS = " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUSPIN-FILE
           IF NOT WS-SUSPIN-OK
               DISPLAY "CALCSUSP: UNABLE TO OPEN SUSPIN, "
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
               DISPLAY "CALCSUSP: ICPAIRS PAIRS COMPANY "
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
                   DISPLAY "CALCSUSP: PAIR " WS-PAYING-COMPANY "/"
                       WS-OWNING-COMPANY
                       " IS ON ICPAIRS TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-ICP-COUNT >= WS-ICP-MAX
               DISPLAY "CALCSUSP: ICPAIRS EXCEEDS "
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

       1200-READ-SUSPENSE.
           READ SUSPIN-FILE
               AT END
           END-READ
           IF NOT WS-EOF
               ADD 1 TO WS-READ-COUNT
               IF SUSP-CURRENCY-CODE = SPACES
                   MOVE BASE-CURRENCY-CODE TO SUSP-CURRENCY-CODE
                   MOVE SUSP-AMOUNT TO SUSP-ORIG-AMOUNT
                   MOVE 1 TO SUSP-EXCH-RATE
               END-IF
               IF SUSP-COMPANY-CODE = SPACES
                   MOVE HOME-COMPANY-CODE TO SUSP-COMPANY-CODE
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.
      *>-----------------------------------------------------------
      *>  2000-REPROCESS-SUSPENSE THRU 2000-EXIT
      *>  DECIDE ONE SUSPENDED POSTING: RELEASE IT TO THE GL
      *>  EXTRACT WHEN ITS ACCOUNT IS NOW OPEN, ITS PERIOD WILL
      *>  TAKE IT AND ITS BUDGET HAS ROOM, MOVE IT TO THE PERIOD
      *>  EXCEPTION FILE WHEN THE PERIOD WILL NOT, OR TO THE
      *>  PENDING-APPROVAL FILE WHEN THE BUDGET HAS NO ROOM,
      *>  OTHERWISE CARRY IT FORWARD, THEN READ THE NEXT ONE.
      *>-----------------------------------------------------------
       2000-REPROCESS-SUSPENSE.
           PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT
           IF WS-ACCOUNT-IS-OPEN
               PERFORM 2150-CHECK-PERIOD THRU 2150-EXIT
               IF WS-PERIOD-REASON = SPACES
                   PERFORM 2190-CHECK-BUDGET THRU 2190-EXIT
                   IF WS-OVER-BUDGET
                       PERFORM 2500-HOLD-FOR-APPROVAL THRU 2500-EXIT
                   ELSE
                       PERFORM 2200-RELEASE-POSTING THRU 2200-EXIT
                   END-IF
               ELSE
                   PERFORM 2400-WRITE-PERIOD-EXCEPTION THRU 2400-EXIT
               END-IF
           ELSE
               PERFORM 2300-CARRY-FORWARD THRU 2300-EXIT
           END-IF
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2100-CHECK-ACCOUNT THRU 2100-EXIT
      *>  THE ACCOUNT MUST BE ON THE MASTER AND OPEN FOR POSTING,
      *>  AND IN THE TRANSACTION'S COMPANY OR ONE IT HAS A PAIR
      *>  WITH ON THE INTERCOMPANY TABLE.  THE ACCOUNT'S COMPANY IS
      *>  LEFT IN WS-ACCT-COMPANY-CODE, ITS PAIR UNDER ICP-IDX.
      *>-----------------------------------------------------------
       2100-CHECK-ACCOUNT.
           SET WS-OPEN-SWITCH TO "N"
           MOVE SUSP-ACCOUNT-REF TO ACCT-REF
                       ACCT-CLOSE-DATE > WS-CURRENT-DATE
                   SET WS-OPEN-SWITCH TO "Y"
               END-IF
           END-IF
           IF NOT WS-ACCOUNT-IS-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           IF WS-ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF
           IF WS-ACCT-COMPANY-CODE = SUSP-COMPANY-CODE
               GO TO 2100-EXIT
           END-IF
           SET WS-ICP-FOUND-SWITCH TO "N"
           SET ICP-IDX TO 1
           SEARCH WS-ICP-ENTRY
               AT END
                   CONTINUE
               WHEN ICP-IDX > WS-ICP-COUNT
                   CONTINUE
               WHEN WS-ICP-PAYING-COMPANY (ICP-IDX) = SUSP-COMPANY-CODE
                       AND WS-ICP-OWNING-COMPANY (ICP-IDX) =
                       WS-ACCT-COMPANY-CODE
                   SET WS-ICP-FOUND-SWITCH TO "Y"
           END-SEARCH
           IF NOT WS-ICP-FOUND
               SET WS-OPEN-SWITCH TO "N"
               DISPLAY "CALCSUSP: TRANSACTION " SUSP-SEQ-NO " ACCOUNT "
                   SUSP-ACCOUNT-REF " IS COMPANY " WS-ACCT-COMPANY-CODE
                   " - NO PAIR FROM " SUSP-COMPANY-CODE " - WRONGCO"
           END-IF.
       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2150-CHECK-PERIOD THRU 2150-EXIT
      *>  READ THE POSTING'S ORIGINAL PERIOD ON THE CALENDAR.  OPEN
      *>  POSTS AS DATED; SOFT-CLOSED POSTS WHEN THE POSTING
      *>  OPERATOR IS AN APPROVER (AN OPERATOR NO LONGER ON THE
      *>  MASTER IS NOT); HARD-CLOSED REDATES TO THE START OF THE
      *>  FIRST OPEN PERIOD AFTER IT WHEN THAT PERIOD HAS STARTED.
      *>  OTHERWISE WS-PERIOD-REASON NAMES WHY THE POSTING IS
      *>  HELD.  THE DATE TO POST UNDER IS LEFT IN WS-GL-POST-DATE.
      *>-----------------------------------------------------------
       2150-CHECK-PERIOD.
           MOVE SPACES TO WS-PERIOD-REASON
           MOVE SUSP-TRAN-DATE TO WS-GL-POST-DATE
           MOVE SUSP-TRAN-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-DATE-YYYYMM TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "NOPERIOD" TO WS-PERIOD-REASON
                   GO TO 2150-EXIT
           END-READ
           IF PERD-SOFT-CLOSED
               PERFORM 2160-CHECK-APPROVER THRU 2160-EXIT
               IF NOT WS-OPERATOR-IS-APPROVER
                   MOVE "SOFTCLSD" TO WS-PERIOD-REASON
               END-IF
           END-IF
           IF PERD-HARD-CLOSED
               PERFORM 2170-FIND-OPEN-PERIOD THRU 2170-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

       2160-CHECK-APPROVER.
           SET WS-APPROVER-SWITCH TO "N"
           MOVE SUSP-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   GO TO 2160-EXIT
           END-READ
           IF OPER-IS-APPROVER
               SET WS-APPROVER-SWITCH TO "Y"
           END-IF.
       2160-EXIT.
           EXIT.

       2170-FIND-OPEN-PERIOD.
           MOVE "HARDCLSD" TO WS-PERIOD-REASON
           SET WS-PERD-BROWSE-EOF-SWITCH TO "N"
           START PERIOD-FILE KEY > PERD-PERIOD-ID
               INVALID KEY
                   GO TO 2170-EXIT
           END-START
           PERFORM 2180-READ-NEXT-PERIOD THRU 2180-EXIT
               UNTIL WS-PERD-BROWSE-EOF.
       2170-EXIT.
           EXIT.

       2180-READ-NEXT-PERIOD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
                   GO TO 2180-EXIT
           END-READ
           IF PERD-OPEN
               SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
               IF PERD-START-DATE <= WS-CURRENT-DATE
                   MOVE PERD-START-DATE TO WS-GL-POST-DATE
                   MOVE SPACES TO WS-PERIOD-REASON
                   DISPLAY "CALCSUSP: TRANSACTION " SUSP-SEQ-NO
                       " PERIOD " WS-PERIOD-DATE-YYYYMM
                       " HARD-CLOSED - REDATED " WS-GL-POST-DATE
               END-IF
           END-IF.
       2180-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2190-CHECK-BUDGET THRU 2190-EXIT
      *>  ONLY CALLED FOR A POSTING WHOSE ACCOUNT AND PERIOD WILL
      *>  TAKE IT.  READ THE ACCOUNT'S BUDGET FOR THE MONTH OF THE
      *>  ORIGINAL TRANSACTION DATE, THE MONTH CALC WOULD HAVE
      *>  COUNTED IT IN; NO RECORD MEANS NO BUDGET CONTROL.  A
      *>  DEBIT THAT WOULD TAKE THE ACTUAL PAST BUDGET SETS
      *>  WS-OVER-BUDGET AND IS NOT COUNTED -- CALCAPPR COUNTS IT
      *>  IF AN APPROVER RELEASES IT.  ANYTHING ELSE, A CREDIT
      *>  INCLUDED, IS ADDED TO THE ACTUAL AND REWRITTEN AT ONCE,
      *>  AS IT GOES TO THE LEDGER NOW.
      *>-----------------------------------------------------------
       2190-CHECK-BUDGET.
           SET WS-OVER-BUDGET-SWITCH TO "N"
           MOVE SUSP-TRAN-DATE TO WS-PERIOD-DATE
           MOVE SUSP-ACCOUNT-REF TO BUD-ACCOUNT-REF
           MOVE WS-PERIOD-DATE-YYYYMM TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   GO TO 2190-EXIT
           END-READ
           IF NOT WS-BUD-OK
               DISPLAY "CALCSUSP: UNABLE TO READ BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SUSP-AMOUNT > ZERO AND
                   BUD-ACTUAL-AMOUNT + SUSP-AMOUNT > BUD-BUDGET-AMOUNT
               SET WS-OVER-BUDGET-SWITCH TO "Y"
               GO TO 2190-EXIT
           END-IF
           ADD SUSP-AMOUNT TO BUD-ACTUAL-AMOUNT
           MOVE WS-CURRENT-DATE TO BUD-LAST-POSTED-DATE
           REWRITE BUD-RECORD
           IF NOT WS-BUD-OK
               DISPLAY "CALCSUSP: UNABLE TO REWRITE BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2190-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2200-RELEASE-POSTING THRU 2200-EXIT
      *>  THE ACCOUNT IS GOOD NOW.  WRITE THE HELD POSTING AS A
      *>  NORMAL GL EXTRACT RECORD, KEEPING ITS ORIGINAL
      *>  TRANSACTION DATE SO THE LEDGER SHOWS WHEN IT WAS REALLY
      *>  CALCULATED -- OR THE DATE 2150-CHECK-PERIOD REDATED IT TO
      *>  WHEN THAT PERIOD IS HARD-CLOSED.  IT POSTS IN THE LEDGER
      *>  OF THE ACCOUNT'S COMPANY, WITH ITS INTERCOMPANY PAIR WHEN
      *>  THAT IS NOT THE TRANSACTION'S COMPANY.
      *>-----------------------------------------------------------
       2200-RELEASE-POSTING.
           MOVE SUSP-ACCOUNT-REF TO GL-ACCOUNT-REF
           MOVE SUSP-AMOUNT TO GL-AMOUNT
           MOVE SUSP-OPERATION-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE SUSP-SEQ-NO TO GL-SEQ-NO
           MOVE SUSP-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE SUSP-ORIG-AMOUNT TO GL-ORIG-AMOUNT
           MOVE SUSP-EXCH-RATE TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           MOVE SPACE TO GL-IC-FLAG
           MOVE SPACES TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           IF WS-ACCT-COMPANY-CODE NOT = SUSP-COMPANY-CODE
               PERFORM 2250-WRITE-IC-ENTRIES THRU 2250-EXIT
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY "CALCSUSP: TRANSACTION " SUSP-SEQ-NO " ACCOUNT "
               SUSP-ACCOUNT-REF " RELEASED TO GL".
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2250-WRITE-IC-ENTRIES THRU 2250-EXIT
      *>  THE DUE-FROM ENTRY IN THE PAYING COMPANY'S LEDGER FOR THE
      *>  AMOUNT RELEASED AND THE DUE-TO ENTRY IN THE OWNING
      *>  COMPANY'S FOR THE SAME AMOUNT NEGATED, ON THE ACCOUNTS
      *>  THE PAIR 2100-CHECK-ACCOUNT FOUND NAMES.
      *>-----------------------------------------------------------
       2250-WRITE-IC-ENTRIES.
           MOVE WS-ICP-DUE-FROM-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           MOVE SUSP-AMOUNT TO GL-AMOUNT
           MOVE SUSP-OPERATION-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE SUSP-SEQ-NO TO GL-SEQ-NO
           MOVE SUSP-CURRENCY-CODE TO GL-CURRENCY-CODE
           MOVE SUSP-ORIG-AMOUNT TO GL-ORIG-AMOUNT
           MOVE SUSP-EXCH-RATE TO GL-EXCH-RATE
           MOVE SUSP-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-FROM TO TRUE
           MOVE WS-ACCT-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           MOVE WS-ICP-DUE-TO-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           COMPUTE GL-AMOUNT = 0 - SUSP-AMOUNT
           MOVE SUSP-OPERATION-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE SUSP-SEQ-NO TO GL-SEQ-NO
           MOVE SUSP-CURRENCY-CODE TO GL-CURRENCY-CODE
           COMPUTE GL-ORIG-AMOUNT = 0 - SUSP-ORIG-AMOUNT
           MOVE SUSP-EXCH-RATE TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-TO TO TRUE
           MOVE SUSP-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD.
       2250-EXIT.
           EXIT.

       2300-CARRY-FORWARD.
           WRITE SUSPOUT-RECORD FROM SUSP-RECORD
           ADD 1 TO WS-HELD-COUNT.
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2400-WRITE-PERIOD-EXCEPTION THRU 2400-EXIT
      *>  THE ACCOUNT IS GOOD BUT THE PERIOD WILL NOT TAKE THE
      *>  POSTING.  IT LEAVES SUSPENSE FOR THE PERIOD EXCEPTION
      *>  FILE, WHICH THE ACCOUNTS TEAM WORKS AT MONTH-END.
      *>-----------------------------------------------------------
       2400-WRITE-PERIOD-EXCEPTION.
           MOVE SPACES TO PEX-RECORD
           MOVE SUSP-SEQ-NO TO PEX-SEQ-NO
           MOVE SUSP-OPERATOR-ID TO PEX-OPERATOR-ID
           MOVE SUSP-ACCOUNT-REF TO PEX-ACCOUNT-REF
           MOVE SUSP-AMOUNT TO PEX-AMOUNT
           MOVE SUSP-OPERATION-TYPE TO PEX-OPERATION-TYPE
           MOVE SUSP-TRAN-DATE TO PEX-TRAN-DATE
           MOVE WS-PERIOD-REASON TO PEX-REASON
           MOVE "CALCSUSP" TO PEX-SOURCE
           MOVE WS-CURRENT-DATE TO PEX-HELD-DATE
           MOVE SUSP-CURRENCY-CODE TO PEX-CURRENCY-CODE
           MOVE SUSP-ORIG-AMOUNT TO PEX-ORIG-AMOUNT
           MOVE SUSP-EXCH-RATE TO PEX-EXCH-RATE
           MOVE SUSP-COMPANY-CODE TO PEX-COMPANY-CODE
           WRITE PEX-RECORD
           ADD 1 TO WS-PERIOD-HELD-COUNT
           DISPLAY "CALCSUSP: TRANSACTION " SUSP-SEQ-NO " PERIOD "
               WS-PERIOD-DATE-YYYYMM " HELD - " WS-PERIOD-REASON.
       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2500-HOLD-FOR-APPROVAL THRU 2500-EXIT
      *>  THE POSTING WOULD TAKE ITS ACCOUNT PAST BUDGET.  IT
      *>  LEAVES SUSPENSE FOR THE PENDING-APPROVAL FILE AS OVERBUDG
      *>  UNDER ITS ORIGINAL OPERATOR, DATE AND COMPANY, FOR
      *>  CALCAPPR TO ROUTE TO AN APPROVER.
      *>-----------------------------------------------------------
       2500-HOLD-FOR-APPROVAL.
           MOVE SPACES TO PND-RECORD
           MOVE SUSP-SEQ-NO TO PND-SEQ-NO
           MOVE SUSP-OPERATOR-ID TO PND-OPERATOR-ID
           MOVE SUSP-ACCOUNT-REF TO PND-ACCOUNT-REF
           MOVE SUSP-AMOUNT TO PND-AMOUNT
           MOVE SUSP-OPERATION-TYPE TO PND-OPERATION-TYPE
           MOVE SUSP-TRAN-DATE TO PND-TRAN-DATE
           MOVE "OVERBUDG" TO PND-REASON
           MOVE SUSP-CURRENCY-CODE TO PND-CURRENCY-CODE
           MOVE SUSP-ORIG-AMOUNT TO PND-ORIG-AMOUNT
           MOVE SUSP-EXCH-RATE TO PND-EXCH-RATE
           MOVE SUSP-COMPANY-CODE TO PND-COMPANY-CODE
           WRITE PND-RECORD
           ADD 1 TO WS-BUDGET-HELD-COUNT
           DISPLAY "CALCSUSP: TRANSACTION " SUSP-SEQ-NO " ACCOUNT "
               SUSP-ACCOUNT-REF " OVER BUDGET FOR "
               WS-PERIOD-DATE-YYYYMM " - HELD FOR APPROVAL".
       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  CLOSE THE FILES AND REPORT THE COUNTS.  RC=4 WHEN ANY
      *>  POSTING IS STILL HELD, SO THE SCHEDULER KNOWS THE
      *>  SUSPENSE FILE IS NOT YET EMPTY, OR WAS MOVED TO THE
      *>  PERIOD EXCEPTION OR PENDING-APPROVAL FILE.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           CLOSE SUSPIN-FILE
           CLOSE SUSPOUT-FILE
           CLOSE GL-FILE
           CLOSE ACCOUNT-FILE
           CLOSE OPERATOR-FILE
           CLOSE PERIOD-FILE
           CLOSE PERIOD-EXCEPT-FILE
           CLOSE BUDGET-FILE
           CLOSE PENDING-FILE
           DISPLAY "CALCSUSP: READ " WS-READ-COUNT " RELEASED "
               WS-RELEASED-COUNT " STILL HELD " WS-HELD-COUNT
               " PERIOD HELD " WS-PERIOD-HELD-COUNT
               " BUDGET HELD " WS-BUDGET-HELD-COUNT
           IF WS-HELD-COUNT > ZERO OR WS-PERIOD-HELD-COUNT > ZERO
                   OR WS-BUDGET-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
