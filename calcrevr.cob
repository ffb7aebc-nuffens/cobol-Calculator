      *>                  REVERSING ONE WROTE AN OFFSET FOR A
      *>                  POSTING THAT NEVER EXISTED, WITH THE
      *>                  REGISTER NAME IN THE ACCOUNT FIELD.
      *>  OCT 15/26  AJ   THE REVERSAL POSTS INTO TODAY'S ACCOUNTING
      *>                  PERIOD, SO IT NOW CHECKS THE PERIOD
      *>                  CALENDAR (PERDREC.CPY) FIRST, THE SAME WAY
      *>                  CALC DOES.  THE PARM CARRIES THE OPERATOR
      *>                  RUNNING THE REVERSAL: A SOFT-CLOSED PERIOD
      *>                  TAKES THE REVERSAL ONLY WHEN THAT OPERATOR
      *>                  IS AN APPROVER ON THE OPERATOR MASTER.  A
      *>                  HELD REVERSAL GOES TO THE PERIOD EXCEPTION
      *>                  FILE (PEXREC.CPY) WITH NO GL OR REVERSED
      *>                  AUDIT RECORD, SO A RERUN ONCE THE PERIOD IS
      *>                  SORTED OUT STILL PICKS IT UP, AND THE RUN
      *>                  ENDS RC=4.
      *>  OCT 15/26  AJ   AN ALLOCATE POSTS ONE OK AUDIT RECORD PER
      *>                  TARGET ACCOUNT UNDER ONE SEQUENCE NUMBER, SO
      *>                  A REVERSED RECORD NOW MARKS THE ORIGINAL OF
      *>                  ITS OWN SEQUENCE AND ACCOUNT THAT IS NOT
      *>                  ALREADY MARKED, INSTEAD OF THE FIRST ONE OF
      *>                  THE SEQUENCE -- A RERUN USED TO RE-REVERSE
      *>                  EVERY LINE BUT THE FIRST.
      *>  OCT 15/26  AJ   THE REVERSED AUDIT RECORD NOW CARRIES THE
      *>                  OPERATOR WHO RAN THE REVERSAL IN
      *>                  AUDIT-RUN-BY, SO CALCSOD CAN FLAG AN
      *>                  OPERATOR REVERSING THEIR OWN POSTING.  A
      *>                  PARM WITH NO OPERATOR ID IS NOW REFUSED --
      *>                  A REVERSAL NOBODY RAN CANNOT BE CHECKED.
      *>  OCT 15/26  AJ   THE REVERSAL NOW CARRIES THE ORIGINAL
      *>                  POSTING'S CURRENCY, ORIGINAL AMOUNT AND RATE
      *>                  ONTO THE REVERSED AUDIT RECORD, THE GL
      *>                  EXTRACT AND THE PERIOD EXCEPTION -- IT
      *>                  BACKS OUT EXACTLY THE BASE AMOUNT BOOKED, AT
      *>                  THE ORIGINAL RATE, NOT TODAY'S.  A POSTING
      *>                  LOGGED BEFORE THE CURRENCY WAS RECORDED IS
      *>                  TAKEN AS BASE.  AUDIT RECORD NOW 149 BYTES.
      *>  OCT 15/26  AJ   THE REVERSAL NOW BOOKS UNDER THE COMPANY OF
      *>                  THE ACCOUNT (ACCTMAST) AND CARRIES THE
      *>                  ORIGINAL TRANSACTION'S COMPANY ONTO THE
      *>                  REVERSED AUDIT RECORD AND THE PERIOD
      *>                  EXCEPTION.  WHEN THE ACCOUNT BELONGS TO
      *>                  ANOTHER COMPANY THE INTERCOMPANY DUE-FROM AND
      *>                  DUE-TO ENTRIES CALC GENERATED ARE BACKED OUT
      *>                  TOO, ON THE ACCOUNTS THE PAIRING TABLE
      *>                  (ICPREC.CPY) NAMES.  AUDIT RECORD NOW 155
      *>                  BYTES.
      *>  OCT 15/26  AJ   A REVERSAL NOW TAKES THE ORIGINAL RESULT BACK
      *>                  OFF ITS ACCOUNT'S BUDGET ACTUAL (BUDGREC.CPY)
      *>                  FOR THE MONTH OF THE ORIGINAL POSTING DATE,
      *>                  THE MONTH CALC COUNTED IT IN.  A REVERSAL
      *>                  HELD FOR ITS PERIOD LEAVES THE ACTUAL ALONE.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCREVR.
           SELECT PARM-FILE ASSIGN TO "REVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT PERIOD-EXCEPT-FILE ASSIGN TO "PERDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ICPAIRS-FILE ASSIGN TO "ICPAIRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICP-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITREC.

       FD  AUDIT-OUT-FILE.
       01  AUDIT-OUT-RECORD PIC X(155).

       FD  GL-FILE.
           COPY GLEXTRAC.
           05  PARM-FROM-SEQ         PIC 9(06).
           05  FILLER                PIC X(02).
           05  PARM-TO-SEQ           PIC 9(06).
           05  FILLER                PIC X(02).
           05  PARM-RUN-OPERATOR-ID  PIC X(08).

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  PERIOD-FILE.
           COPY PERDREC.

       FD  PERIOD-EXCEPT-FILE.
           COPY PEXREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  ICPAIRS-FILE.
           COPY ICPREC.

       FD  BUDGET-FILE.
           COPY BUDGREC.

       WORKING-STORAGE SECTION.
       COPY OPTABLE.
       COPY BASECCY.
       COPY COMPANY.

       01  WS-REVERSAL-AUDIT.
           05  WS-RA-DATE            PIC 9(08).
           05  WS-RA-ACCOUNT-REF     PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-ORIG-DATE       PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-RUN-BY          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-CURRENCY-CODE   PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-ORIG-RESULT     PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-EXCH-RATE       PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RA-COMPANY-CODE    PIC X(04).

       01  WS-ORIGINAL-TABLE.
           05  WS-ORIGINAL-COUNT     PIC 9(04) COMP VALUE ZERO.
               10  WS-OR-OPERATION   PIC X(10).
               10  WS-OR-RESULT      PIC S9(7)V99.
               10  WS-OR-ACCOUNT-REF PIC X(10).
               10  WS-OR-CURRENCY-CODE PIC X(03).
               10  WS-OR-ORIG-RESULT PIC S9(7)V99.
               10  WS-OR-EXCH-RATE   PIC 9(04)V9(06).
               10  WS-OR-COMPANY-CODE PIC X(04).
               10  WS-OR-REVERSED-FLAG PIC X(01).
                   88  WS-OR-REVERSED VALUE "Y".

       01  WS-OP-TYPE PIC X(01).
       01  WS-REVERSED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-PERIOD-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-RUN-OPERATOR-ID PIC X(08) VALUE SPACES.
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

       01  WS-PERIOD-REASON PIC X(08) VALUE SPACES.
       01  WS-GL-POST-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-DATE-PARTS REDEFINES WS-PERIOD-DATE.
           05  WS-PERIOD-DATE-YYYYMM PIC 9(06).
           05  WS-PERIOD-DATE-DD     PIC 9(02).

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
               88  WS-GL-OK          VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-PERD-STATUS        PIC X(02).
               88  WS-PERD-OK        VALUE "00".
           05  WS-PEX-STATUS         PIC X(02).
               88  WS-PEX-OK         VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-ICP-STATUS         PIC X(02).
               88  WS-ICP-OK         VALUE "00".
           05  WS-BUD-STATUS         PIC X(02).
               88  WS-BUD-OK         VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".
           05  WS-APPROVER-SWITCH    PIC X(01) VALUE "N".
               88  WS-OPERATOR-IS-APPROVER VALUE "Y".
           05  WS-PERD-BROWSE-EOF-SWITCH PIC X(01) VALUE "N".
               88  WS-PERD-BROWSE-EOF VALUE "Y".
           05  WS-ICP-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-ICP-EOF        VALUE "Y".
           05  WS-ICP-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-ICP-FOUND      VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  READ THE PARM -- A REVERSAL IS ALWAYS EXPLICIT, SO A
      *>  MISSING OR BAD PARM REFUSES THE RUN -- AND OPEN THE FILES.
      *>  THE OPERATOR RUNNING THE REVERSAL IS LOOKED UP ONCE FOR
      *>  THE SOFT-CLOSED PERIOD CHECK; ONE NOT ON THE MASTER, OR
      *>  A BLANK ONE, IS NOT AN APPROVER.  THE INTERCOMPANY
      *>  PAIRING TABLE IS LOADED WHOLE (1150-LOAD-IC-PAIRS) SO A
      *>  REVERSAL ACROSS COMPANIES CAN BACK OUT ITS PAIR.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE PARM-ORIG-DATE TO WS-ORIG-DATE
           MOVE PARM-FROM-SEQ TO WS-FROM-SEQ
           MOVE PARM-TO-SEQ TO WS-TO-SEQ
           MOVE PARM-RUN-OPERATOR-ID TO WS-RUN-OPERATOR-ID
           CLOSE PARM-FILE
           IF WS-RUN-OPERATOR-ID = SPACES
               DISPLAY "CALCREVR: REVRPARM OPERATOR ID BLANK - "
                   "RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-SEQ > WS-TO-SEQ
               DISPLAY "CALCREVR: FROM SEQ " WS-FROM-SEQ
                   " EXCEEDS TO SEQ " WS-TO-SEQ " - RUN REFUSED"
           END-IF
           DISPLAY "CALCREVR: REVERSING " WS-ORIG-DATE
               " TRANSACTIONS " WS-FROM-SEQ " THRU " WS-TO-SEQ
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-APPROVER-SWITCH TO "N"
           MOVE WS-RUN-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               NOT INVALID KEY
                   IF OPER-IS-APPROVER
                       SET WS-APPROVER-SWITCH TO "Y"
                   END-IF
           END-READ
           CLOSE OPERATOR-FILE
           OPEN INPUT ICPAIRS-FILE
           IF NOT WS-ICP-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN ICPAIRS, "
                   "FILE STATUS = " WS-ICP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-LOAD-IC-PAIRS THRU 1150-EXIT
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN AUDITLOG, "
       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1150-LOAD-IC-PAIRS THRU 1150-EXIT
      *>  LOAD THE INTERCOMPANY PAIRING TABLE.  A PAIR THAT APPEARS
      *>  TWICE, OR ONE NAMING THE SAME COMPANY ON BOTH SIDES,
      *>  REFUSES THE RUN -- THE TABLE IS WRONG, NOT THE REVERSAL.
      *>-----------------------------------------------------------
       1150-LOAD-IC-PAIRS.
           PERFORM 1160-READ-IC-PAIR THRU 1160-EXIT
           PERFORM 1170-TAKE-IC-PAIR THRU 1170-EXIT
               UNTIL WS-ICP-EOF
           CLOSE ICPAIRS-FILE.
       1150-EXIT.
           EXIT.

       1160-READ-IC-PAIR.
           READ ICPAIRS-FILE
               AT END
                   SET WS-ICP-EOF-SWITCH TO "Y"
           END-READ.
       1160-EXIT.
           EXIT.

       1170-TAKE-IC-PAIR.
           MOVE ICP-PAYING-COMPANY TO WS-PAYING-COMPANY
           IF WS-PAYING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-PAYING-COMPANY
           END-IF
           MOVE ICP-OWNING-COMPANY TO WS-OWNING-COMPANY
           IF WS-OWNING-COMPANY = SPACES
               MOVE HOME-COMPANY-CODE TO WS-OWNING-COMPANY
           END-IF
           IF WS-PAYING-COMPANY = WS-OWNING-COMPANY
               DISPLAY "CALCREVR: ICPAIRS PAIRS COMPANY "
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
                   DISPLAY "CALCREVR: PAIR " WS-PAYING-COMPANY "/"
                       WS-OWNING-COMPANY
                       " IS ON ICPAIRS TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-ICP-COUNT >= WS-ICP-MAX
               DISPLAY "CALCREVR: ICPAIRS EXCEEDS "
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
           PERFORM 1160-READ-IC-PAIR THRU 1160-EXIT.
       1170-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-SCAN-AUDIT-LOG THRU 2000-EXIT
      *>  ONE PASS OVER THE LOG.  AN OK POSTING FROM THE PARM DATE
           MOVE AUDIT-OPERATION TO WS-OR-OPERATION (OR-IDX)
           MOVE AUDIT-RESULT TO WS-OR-RESULT (OR-IDX)
           MOVE AUDIT-ACCOUNT-REF TO WS-OR-ACCOUNT-REF (OR-IDX)
           IF AUDIT-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO WS-OR-CURRENCY-CODE (OR-IDX)
               MOVE AUDIT-RESULT TO WS-OR-ORIG-RESULT (OR-IDX)
               MOVE 1 TO WS-OR-EXCH-RATE (OR-IDX)
           ELSE
               MOVE AUDIT-CURRENCY-CODE TO WS-OR-CURRENCY-CODE (OR-IDX)
               MOVE AUDIT-ORIG-RESULT TO WS-OR-ORIG-RESULT (OR-IDX)
               MOVE AUDIT-EXCH-RATE TO WS-OR-EXCH-RATE (OR-IDX)
           END-IF
           IF AUDIT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-OR-COMPANY-CODE (OR-IDX)
           ELSE
               MOVE AUDIT-COMPANY-CODE TO WS-OR-COMPANY-CODE (OR-IDX)
           END-IF
           MOVE "N" TO WS-OR-REVERSED-FLAG (OR-IDX).
       2100-EXIT.
           EXIT.
                   CONTINUE
               WHEN OR-IDX > WS-ORIGINAL-COUNT
                   CONTINUE
               WHEN WS-OR-SEQ-NO (OR-IDX) = AUDIT-SEQ-NO AND
                       WS-OR-ACCOUNT-REF (OR-IDX) = AUDIT-ACCOUNT-REF AND
                       NOT WS-OR-REVERSED (OR-IDX)
                   MOVE "Y" TO WS-OR-REVERSED-FLAG (OR-IDX)
           END-SEARCH.
       2200-EXIT.
      *>  RECORDS AND THE REVERSED AUDIT RECORDS FOR EVERY ORIGINAL
      *>  NOT ALREADY BACKED OUT.  AUDITLOG IS REOPENED EXTEND
      *>  THROUGH ITS OWN DD (AUDITOUT) SO THE INPUT PASS AND THE
      *>  APPEND CANNOT TANGLE.  EVERY REVERSAL POSTS INTO TODAY'S
      *>  PERIOD, SO THE CALENDAR IS CHECKED ONCE FOR THE WHOLE
      *>  RUN (3050-CHECK-PERIOD).  THE BUDGET MASTER IS OPENED FOR
      *>  UPDATE TO TAKE EACH REVERSAL OFF ITS ACCOUNT'S ACTUAL.
      *>-----------------------------------------------------------
       3000-WRITE-REVERSALS.
           CLOSE AUDIT-FILE
               DISPLAY "CALCREVR: NOTHING TO REVERSE IN RANGE"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-CHECK-PERIOD THRU 3050-EXIT
           OPEN EXTEND PERIOD-EXCEPT-FILE
           IF NOT WS-PEX-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN PERDEXCP, "
                   "FILE STATUS = " WS-PEX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-OUT-FILE
           IF NOT WS-AUDIT-OUT-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN AUDITOUT, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN ACCTMAST, "
                   "FILE STATUS = " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF NOT WS-BUD-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-REVERSE-ONE THRU 3100-EXIT
               VARYING OR-IDX FROM 1 BY 1
               UNTIL OR-IDX > WS-ORIGINAL-COUNT
           CLOSE BUDGET-FILE
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-OUT-FILE
           CLOSE GL-FILE
           CLOSE PERIOD-EXCEPT-FILE.
       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3050-CHECK-PERIOD THRU 3050-EXIT
      *>  READ TODAY'S PERIOD ON THE CALENDAR.  OPEN POSTS; SOFT-
      *>  CLOSED POSTS WHEN THE OPERATOR RUNNING THE REVERSAL IS AN
      *>  APPROVER; HARD-CLOSED REDATES TO THE START OF THE FIRST
      *>  OPEN PERIOD AFTER IT WHEN THAT PERIOD HAS STARTED.
      *>  OTHERWISE WS-PERIOD-REASON NAMES WHY THE REVERSALS ARE
      *>  HELD.  THE DATE TO POST UNDER IS LEFT IN WS-GL-POST-DATE.
      *>-----------------------------------------------------------
       3050-CHECK-PERIOD.
           OPEN INPUT PERIOD-FILE
           IF NOT WS-PERD-OK
               DISPLAY "CALCREVR: UNABLE TO OPEN PERDMAST, "
                   "FILE STATUS = " WS-PERD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PERIOD-REASON
           MOVE WS-CURRENT-DATE TO WS-GL-POST-DATE
           MOVE WS-CURRENT-DATE TO WS-PERIOD-DATE
           MOVE WS-PERIOD-DATE-YYYYMM TO PERD-PERIOD-ID
           READ PERIOD-FILE
               INVALID KEY
                   MOVE "NOPERIOD" TO WS-PERIOD-REASON
               NOT INVALID KEY
                   IF PERD-SOFT-CLOSED AND NOT WS-OPERATOR-IS-APPROVER
                       MOVE "SOFTCLSD" TO WS-PERIOD-REASON
                   END-IF
                   IF PERD-HARD-CLOSED
                       PERFORM 3060-FIND-OPEN-PERIOD THRU 3060-EXIT
                   END-IF
           END-READ
           CLOSE PERIOD-FILE
           IF WS-PERIOD-REASON NOT = SPACES
               DISPLAY "CALCREVR: PERIOD " WS-PERIOD-DATE-YYYYMM
                   " WILL NOT TAKE THE REVERSALS - " WS-PERIOD-REASON
           END-IF.
       3050-EXIT.
           EXIT.

       3060-FIND-OPEN-PERIOD.
           MOVE "HARDCLSD" TO WS-PERIOD-REASON
           SET WS-PERD-BROWSE-EOF-SWITCH TO "N"
           START PERIOD-FILE KEY > PERD-PERIOD-ID
               INVALID KEY
                   GO TO 3060-EXIT
           END-START
           PERFORM 3070-READ-NEXT-PERIOD THRU 3070-EXIT
               UNTIL WS-PERD-BROWSE-EOF.
       3060-EXIT.
           EXIT.

       3070-READ-NEXT-PERIOD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
                   GO TO 3070-EXIT
           END-READ
           IF PERD-OPEN
               SET WS-PERD-BROWSE-EOF-SWITCH TO "Y"
               IF PERD-START-DATE <= WS-CURRENT-DATE
                   MOVE PERD-START-DATE TO WS-GL-POST-DATE
                   MOVE SPACES TO WS-PERIOD-REASON
                   DISPLAY "CALCREVR: PERIOD " WS-PERIOD-DATE-YYYYMM
                       " HARD-CLOSED - REVERSALS REDATED "
                       WS-GL-POST-DATE
               END-IF
           END-IF.
       3070-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3100-REVERSE-ONE THRU 3100-EXIT
      *>  OFFSET ONE ORIGINAL POSTING.  THE OFFSET BOOKS UNDER THE
      *>  ACCOUNT'S COMPANY, AS THE ORIGINAL DID; AN ACCOUNT OF
      *>  ANOTHER COMPANY THAN THE TRANSACTION'S ALSO BACKS OUT THE
      *>  INTERCOMPANY PAIR (3150-REVERSE-IC-ENTRIES).  AN ACCOUNT
      *>  SINCE DROPPED FROM THE MASTER IS TAKEN AS THE
      *>  TRANSACTION'S OWN COMPANY.  THE ORIGINAL RESULT COMES
      *>  BACK OFF THE ACCOUNT'S BUDGET (3400-REDUCE-BUDGET).
      *>-----------------------------------------------------------
       3100-REVERSE-ONE.
           IF WS-OR-REVERSED (OR-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           MOVE WS-OR-OPERATION (OR-IDX) TO WS-O
           PERFORM 3200-LOOKUP-OPERATION THRU 3200-EXIT
           IF WS-PERIOD-REASON NOT = SPACES
               PERFORM 3300-WRITE-PERIOD-EXCEPTION THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3120-FIND-ACCOUNT-COMPANY THRU 3120-EXIT
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-OR-ACCOUNT-REF (OR-IDX) TO GL-ACCOUNT-REF
           COMPUTE GL-AMOUNT = 0 - WS-OR-RESULT (OR-IDX)
           MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE WS-OR-SEQ-NO (OR-IDX) TO GL-SEQ-NO
           MOVE WS-OR-CURRENCY-CODE (OR-IDX) TO GL-CURRENCY-CODE
           COMPUTE GL-ORIG-AMOUNT = 0 - WS-OR-ORIG-RESULT (OR-IDX)
           MOVE WS-OR-EXCH-RATE (OR-IDX) TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           MOVE SPACE TO GL-IC-FLAG
           MOVE SPACES TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           IF WS-ACCT-COMPANY-CODE NOT = WS-OR-COMPANY-CODE (OR-IDX)
               PERFORM 3150-REVERSE-IC-ENTRIES THRU 3150-EXIT
           END-IF
           MOVE SPACES TO WS-REVERSAL-AUDIT
           MOVE WS-CURRENT-DATE TO WS-RA-DATE
           MOVE WS-CURRENT-TIME TO WS-RA-TIME
           MOVE WS-OR-SEQ-NO (OR-IDX) TO WS-RA-SEQ-NO
           MOVE WS-OR-ACCOUNT-REF (OR-IDX) TO WS-RA-ACCOUNT-REF
           MOVE WS-ORIG-DATE TO WS-RA-ORIG-DATE
           MOVE WS-RUN-OPERATOR-ID TO WS-RA-RUN-BY
           MOVE WS-OR-CURRENCY-CODE (OR-IDX) TO WS-RA-CURRENCY-CODE
           COMPUTE WS-RA-ORIG-RESULT = 0 - WS-OR-ORIG-RESULT (OR-IDX)
           MOVE WS-OR-EXCH-RATE (OR-IDX) TO WS-RA-EXCH-RATE
           MOVE WS-OR-COMPANY-CODE (OR-IDX) TO WS-RA-COMPANY-CODE
           WRITE AUDIT-OUT-RECORD FROM WS-REVERSAL-AUDIT
           PERFORM 3400-REDUCE-BUDGET THRU 3400-EXIT
           ADD 1 TO WS-REVERSED-COUNT
           DISPLAY "CALCREVR: TRANSACTION " WS-OR-SEQ-NO (OR-IDX)
               " ACCOUNT " WS-OR-ACCOUNT-REF (OR-IDX)
               " REVERSED FOR " WS-RA-RESULT.
       3100-EXIT.
           EXIT.

       3120-FIND-ACCOUNT-COMPANY.
           MOVE WS-OR-COMPANY-CODE (OR-IDX) TO WS-ACCT-COMPANY-CODE
           MOVE WS-OR-ACCOUNT-REF (OR-IDX) TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 3120-EXIT
           END-READ
           IF ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           ELSE
               MOVE ACCT-COMPANY-CODE TO WS-ACCT-COMPANY-CODE
           END-IF.
       3120-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3150-REVERSE-IC-ENTRIES THRU 3150-EXIT
      *>  BACK OUT THE DUE-FROM ENTRY IN THE PAYING COMPANY'S
      *>  LEDGER AND THE DUE-TO ENTRY IN THE OWNING COMPANY'S, EACH
      *>  THE NEGATIVE OF WHAT CALC WROTE, SO THE PAIR STILL NETS TO
      *>  ZERO ACROSS THE COMPANIES.  A PAIR SINCE TAKEN OFF THE
      *>  TABLE LEAVES NOTHING TO POST THE OFFSET TO; THE PRINCIPAL
      *>  IS STILL REVERSED AND THE LEDGER TEAM IS TOLD.
      *>-----------------------------------------------------------
       3150-REVERSE-IC-ENTRIES.
           SET WS-ICP-FOUND-SWITCH TO "N"
           SET ICP-IDX TO 1
           SEARCH WS-ICP-ENTRY
               AT END
                   CONTINUE
               WHEN ICP-IDX > WS-ICP-COUNT
                   CONTINUE
               WHEN WS-ICP-PAYING-COMPANY (ICP-IDX) =
                       WS-OR-COMPANY-CODE (OR-IDX)
                       AND WS-ICP-OWNING-COMPANY (ICP-IDX) =
                       WS-ACCT-COMPANY-CODE
                   SET WS-ICP-FOUND-SWITCH TO "Y"
           END-SEARCH
           IF NOT WS-ICP-FOUND
               DISPLAY "CALCREVR: TRANSACTION " WS-OR-SEQ-NO (OR-IDX)
                   " NO PAIR FROM " WS-OR-COMPANY-CODE (OR-IDX)
                   " TO " WS-ACCT-COMPANY-CODE
                   " - INTERCOMPANY ENTRIES NOT REVERSED"
               GO TO 3150-EXIT
           END-IF
           MOVE WS-ICP-DUE-FROM-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           COMPUTE GL-AMOUNT = 0 - WS-OR-RESULT (OR-IDX)
           MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE WS-OR-SEQ-NO (OR-IDX) TO GL-SEQ-NO
           MOVE WS-OR-CURRENCY-CODE (OR-IDX) TO GL-CURRENCY-CODE
           COMPUTE GL-ORIG-AMOUNT = 0 - WS-OR-ORIG-RESULT (OR-IDX)
           MOVE WS-OR-EXCH-RATE (OR-IDX) TO GL-EXCH-RATE
           MOVE WS-OR-COMPANY-CODE (OR-IDX) TO GL-COMPANY-CODE
           SET GL-IC-DUE-FROM TO TRUE
           MOVE WS-ACCT-COMPANY-CODE TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD
           MOVE WS-ICP-DUE-TO-ACCOUNT (ICP-IDX) TO GL-ACCOUNT-REF
           MOVE WS-OR-RESULT (OR-IDX) TO GL-AMOUNT
           MOVE WS-OP-TYPE TO GL-OPERATION-TYPE
           MOVE WS-GL-POST-DATE TO GL-TRAN-DATE
           MOVE WS-OR-SEQ-NO (OR-IDX) TO GL-SEQ-NO
           MOVE WS-OR-CURRENCY-CODE (OR-IDX) TO GL-CURRENCY-CODE
           MOVE WS-OR-ORIG-RESULT (OR-IDX) TO GL-ORIG-AMOUNT
           MOVE WS-OR-EXCH-RATE (OR-IDX) TO GL-EXCH-RATE
           MOVE WS-ACCT-COMPANY-CODE TO GL-COMPANY-CODE
           SET GL-IC-DUE-TO TO TRUE
           MOVE WS-OR-COMPANY-CODE (OR-IDX) TO GL-IC-PARTNER-COMPANY
           WRITE GL-EXTRACT-RECORD.
       3150-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3200-LOOKUP-OPERATION THRU 3200-EXIT
      *>  RESOLVE THE AUDIT OPERATION CODE BACK TO ITS ONE-LETTER
       3200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3300-WRITE-PERIOD-EXCEPTION THRU 3300-EXIT
      *>  TODAY'S PERIOD WILL NOT TAKE THE REVERSAL.  THE OFFSET IS
      *>  HELD ON THE PERIOD EXCEPTION FILE UNDER THE OPERATOR
      *>  RUNNING THE REVERSAL, AND NO REVERSED AUDIT RECORD IS
      *>  WRITTEN -- THE ORIGINAL STAYS UNREVERSED ON THE TRAIL.
      *>-----------------------------------------------------------
       3300-WRITE-PERIOD-EXCEPTION.
           MOVE SPACES TO PEX-RECORD
           MOVE WS-OR-SEQ-NO (OR-IDX) TO PEX-SEQ-NO
           MOVE WS-RUN-OPERATOR-ID TO PEX-OPERATOR-ID
           MOVE WS-OR-ACCOUNT-REF (OR-IDX) TO PEX-ACCOUNT-REF
           COMPUTE PEX-AMOUNT = 0 - WS-OR-RESULT (OR-IDX)
           MOVE WS-OP-TYPE TO PEX-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO PEX-TRAN-DATE
           MOVE WS-PERIOD-REASON TO PEX-REASON
           MOVE "CALCREVR" TO PEX-SOURCE
           MOVE WS-CURRENT-DATE TO PEX-HELD-DATE
           MOVE WS-OR-CURRENCY-CODE (OR-IDX) TO PEX-CURRENCY-CODE
           COMPUTE PEX-ORIG-AMOUNT = 0 - WS-OR-ORIG-RESULT (OR-IDX)
           MOVE WS-OR-EXCH-RATE (OR-IDX) TO PEX-EXCH-RATE
           MOVE WS-OR-COMPANY-CODE (OR-IDX) TO PEX-COMPANY-CODE
           WRITE PEX-RECORD
           ADD 1 TO WS-PERIOD-HELD-COUNT
           DISPLAY "CALCREVR: TRANSACTION " WS-OR-SEQ-NO (OR-IDX)
               " REVERSAL HELD - " WS-PERIOD-REASON.
       3300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3400-REDUCE-BUDGET THRU 3400-EXIT
      *>  SUBTRACT THE ORIGINAL RESULT FROM THE ACCOUNT'S BUDGET
      *>  ACTUAL FOR THE MONTH OF THE ORIGINAL POSTING DATE -- A
      *>  CREDIT REVERSED PUTS IT BACK UP.  NO BUDGET RECORD FOR
      *>  THAT MONTH MEANS NO BUDGET CONTROL, AND NOTHING TO DO.
      *>-----------------------------------------------------------
       3400-REDUCE-BUDGET.
           MOVE WS-ORIG-DATE TO WS-PERIOD-DATE
           MOVE WS-OR-ACCOUNT-REF (OR-IDX) TO BUD-ACCOUNT-REF
           MOVE WS-PERIOD-DATE-YYYYMM TO BUD-PERIOD-ID
           READ BUDGET-FILE
               INVALID KEY
                   GO TO 3400-EXIT
           END-READ
           IF NOT WS-BUD-OK
               DISPLAY "CALCREVR: UNABLE TO READ BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SUBTRACT WS-OR-RESULT (OR-IDX) FROM BUD-ACTUAL-AMOUNT
           MOVE WS-CURRENT-DATE TO BUD-LAST-POSTED-DATE
           REWRITE BUD-RECORD
           IF NOT WS-BUD-OK
               DISPLAY "CALCREVR: UNABLE TO REWRITE BUDGMAST, "
                   "FILE STATUS = " WS-BUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3400-EXIT.
           EXIT.

       4000-FINALIZE.
           DISPLAY "CALCREVR: " WS-REVERSED-COUNT " REVERSED, "
               WS-SKIPPED-COUNT " ALREADY REVERSED, "
               WS-PERIOD-HELD-COUNT " HELD FOR THE PERIOD"
           IF WS-REVERSED-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PERIOD-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
