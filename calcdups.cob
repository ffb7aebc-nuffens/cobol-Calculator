                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCDUPS
      *>
      *>  PURPOSE.     CROSS-BATCH DUPLICATE CHECK.  CALCEDIT ONLY
      *>               CATCHES A DUPLICATE TRAN-SEQ-NO INSIDE ONE
      *>               BATCH -- THE SAME INVOICE SPLIT WAS ONCE
      *>               POSTED TWICE, KEYED ON CENT AND AGAIN ON THE
      *>               PAPER BATCH TWO DAYS LATER, AND BOTH PASSED
      *>               EVERY EDIT.  RUNS AS DUPSTEP BETWEEN EDITSTEP
      *>               AND CALCSTEP IN JCL/CALCJOB.JCL: FINGERPRINTS
      *>               EVERY CLEAN DETAIL BY OPERATOR, ACCOUNT,
      *>               OPERATION, TRAN-I1, TRAN-I2, CURRENCY AND
      *>               COMPANY AND COMPARES IT WITH THE EARLIER
      *>               DETAILS OF THE SAME BATCH AND WITH EVERY
      *>               AUDITLOG POSTING OF THE LAST DUPPARM DAYS (A
      *>               REVERSED POSTING NO LONGER COUNTS).  A
      *>               SUSPECTED DUPLICATE IS HELD -- IT GOES TO THE
      *>               HELD-DUPLICATE MASTER (DUPREC.CPY) AND THE
      *>               LISTING, NOT TO CALC -- AND THE TRAILER
      *>               PASSED ON IS REBUILT FROM WHAT PASSED, THE WAY
      *>               CALCEDIT REBUILDS IT FOR REJECTS.
      *>
      *>               A HELD ITEM DATA ENTRY HAS RELEASED WITH AN
      *>               OVERRIDE IS FOLDED INTO THE NEXT RUN'S BATCH
      *>               PAST THE CHECK, UNDER A NEW SEQUENCE NUMBER
      *>               ABOVE THE BATCH'S OWN AND WITH THE TRAILER
      *>               EXTENDED, THE SAME MERGE CALCRCYC DOES FOR
      *>               CORRECTED REJECTS, AND MARKED REPOSTED.  A
      *>               KILLED ITEM IS STAMPED AND KEPT AS HISTORY.
      *>               THE NEW MASTER CARRIES EVERYTHING FORWARD, SO
      *>               EVERY HELD ITEM IS PROVABLY POSTED ONCE,
      *>               KILLED, OR STILL OPEN -- AND THE OPEN ONES
      *>               PRINT ON THE CALCDAYE SIGN-OFF SHEET.
      *>
      *>               A CHAINED DETAIL (TRAN-CHAIN-FLAG "C") PASSES
      *>               UNCHECKED: HOLDING ONE LINK WOULD BREAK THE
      *>               RUNNING TOTAL OF EVERY LINK AFTER IT, AND ITS
      *>               AUDIT RECORD CARRIES THE RUNNING TOTAL, NOT
      *>               THE KEYED TRAN-I1.  AN ALLOCATE IS CHECKED
      *>               WITHIN THE BATCH ONLY -- ITS AUDIT LINES CARRY
      *>               THE TARGET ACCOUNTS, NOT THE RULE IT WAS KEYED
      *>               AGAINST.  A DETAIL MERGED BY THE PAYROLL
      *>               INTERFACE (UNDER THE OPERATOR NAMED IN
      *>               PAYPARM) ALSO PASSES UNCHECKED: PAYROLL PROVES
      *>               ITS OWN FEED, AND ITS LINES REPEAT THE SAME
      *>               ACCOUNTS AND AMOUNTS NIGHT AFTER NIGHT BY
      *>               DESIGN.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES WITH ITS CURRENCY
      *>                  CODE (TRANREC.CPY).  THE CURRENCY JOINS THE
      *>                  FINGERPRINT -- BLANK COUNTS AS BASE, SO A
      *>                  POSTING LOGGED BEFORE THE CODE EXISTED STILL
      *>                  MATCHES -- AND RIDES ON THE HELD MASTER IN
      *>                  DUP-TRAN-CURRENCY-CODE, BACK ONTO THE DETAIL
      *>                  WHEN A RELEASE IS REPOSTED.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES WITH ITS COMPANY
      *>                  CODE (TRANREC.CPY), WHICH JOINS THE
      *>                  FINGERPRINT THE SAME WAY -- BLANK COUNTS AS
      *>                  THE HOME COMPANY, AND A POSTING'S COMES FROM
      *>                  AUDIT-COMPANY-CODE -- AND RIDES ON THE HELD
      *>                  MASTER (NOW 153 BYTES) IN
      *>                  DUP-TRAN-COMPANY-CODE.  THE LISTING IS NOW
      *>                  110 BYTES WIDE.
      *>  OCT 15/26  AJ   A DETAIL UNDER THE PAYROLL INTERFACE
      *>                  OPERATOR (PAYPARM, THE SAME PARM CALCPAYI
      *>                  READS) NOW PASSES UNCHECKED.  PAYROLL SENDS
      *>                  SEVERAL LINES TO ONE ACCOUNT FOR THE SAME
      *>                  AMOUNT, AND THE SAME FIGURES EVERY PAY RUN,
      *>                  SO ITS LINES WERE HELD AS DUPLICATES OF EACH
      *>                  OTHER AND OF THE LAST RUN AFTER CALCPAYI HAD
      *>                  ALREADY TOLD PAYROLL THEY WERE ACCEPTED.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDUPS.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HELDIN-FILE ASSIGN TO "HELDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.
           SELECT HELDOUT-FILE ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.
           SELECT WORK-FILE ASSIGN TO "DUPSWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DWK-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PARM-FILE ASSIGN TO "DUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INTF-PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.

       FD  CLEAN-FILE.
       01  CLEAN-RECORD PIC X(60).

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  HELDIN-FILE.
           COPY DUPREC.

       FD  HELDOUT-FILE.
       01  HELDOUT-RECORD PIC X(153).

       FD  WORK-FILE.
           COPY DUPWRK.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-WINDOW-DAYS      PIC 9(03).

       FD  INTF-PARM-FILE.
       01  INTF-PARM-RECORD.
           05  INTF-PARM-OPERATOR-ID PIC X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(110).

       FD  RUNLOG-FILE.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       COPY DUPLINE.
       COPY BASECCY.
       COPY COMPANY.

      *>   THE HELD-DUPLICATE MASTER RECORD BUILT FOR A NEW HOLD OR A
      *>   REPOSTED RELEASE -- THE SAME SHAPE AS DUPREC.CPY, MIRRORED
      *>   HERE THE WAY CALCRCYC MIRRORS REJREC.CPY.
       01  WS-DUP-OUT.
           05  WS-DO-REASON          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-TRAN-IMAGE      PIC X(53).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-BATCH-ID        PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-BATCH-DATE      PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-MATCH-DATE      PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-MATCH-SEQ-NO    PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-STATUS          PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-ACTION-BY       PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-RESOLVED-DATE   PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-RESOLVED-BATCH  PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-RESOLVED-SEQ    PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-TRAN-CURRENCY-CODE PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-DO-TRAN-COMPANY-CODE PIC X(04).

      *>   THE FINGERPRINT A DETAIL OR A POSTING IS COMPARED ON --
      *>   THE KEY DATA OF A DWK F RECORD.
       01  WS-FINGERPRINT.
           05  WS-FP-OPERATOR-ID     PIC X(08).
           05  WS-FP-ACCOUNT-REF     PIC X(10).
           05  WS-FP-OPERATION       PIC X(10).
           05  WS-FP-I1              PIC S9(7)V99.
           05  WS-FP-I2              PIC S9(7)V99.
           05  WS-FP-CURRENCY-CODE   PIC X(03).
           05  WS-FP-COMPANY-CODE    PIC X(04).

      *>   A RELEASED IMAGE RESHAPED AS A TRANSACTION DETAIL, FOR
      *>   THE SEQUENCE OVERLAY AND THE HASH.
       01  WS-DETAIL-RECORD.
           05  WS-DT-SEQ-NO          PIC 9(06).
           05  WS-DT-OPERATOR-ID     PIC X(08).
           05  WS-DT-ACCOUNT-REF     PIC X(10).
           05  WS-DT-CHAIN-FLAG      PIC X(01).
           05  WS-DT-I1              PIC S9(7)V99.
           05  WS-DT-OPERATION       PIC X(10).
           05  WS-DT-I2              PIC S9(7)V99.
           05  WS-DT-CURRENCY-CODE   PIC X(03).
           05  WS-DT-COMPANY-CODE    PIC X(04).

       01  WS-PASSED-TRAILER.
           05  WS-PT-REC-TYPE        PIC X(06) VALUE "BATTRL".
           05  WS-PT-BATCH-ID        PIC X(08).
           05  WS-PT-DETAIL-COUNT    PIC 9(06).
           05  WS-PT-HASH-TOTAL      PIC S9(13)V99.

       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-COUNT     PIC 9(04) COMP VALUE ZERO.
           05  WS-RELEASED-MAX       PIC 9(04) COMP VALUE 500.
           05  WS-RL-ENTRY OCCURS 500 TIMES
                   INDEXED BY RL-IDX.
               10  WS-RL-REASON      PIC X(08).
               10  WS-RL-IMAGE       PIC X(53).
               10  WS-RL-BATCH-ID    PIC X(08).
               10  WS-RL-BATCH-DATE  PIC 9(08).
               10  WS-RL-MATCH-DATE  PIC 9(08).
               10  WS-RL-MATCH-SEQ-NO PIC 9(06).
               10  WS-RL-ACTION-BY   PIC X(08).
               10  WS-RL-CURRENCY-CODE PIC X(03).
               10  WS-RL-COMPANY-CODE PIC X(04).

       01  WS-WINDOW-DAYS PIC 9(03) VALUE 5.
       01  WS-INTF-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  WS-AGE-DAYS PIC S9(07) COMP VALUE ZERO.

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-LAST-SEQ-NO PIC 9(06) VALUE ZERO.
       01  WS-NEXT-SEQ-NO PIC 9(06) VALUE ZERO.
       01  WS-READ-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-PASSED-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.

       01  WS-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-PASSED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-REPOSTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-KILLED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-OPEN-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-POSTINGS-LOADED PIC 9(06) COMP VALUE ZERO.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).
       01  WS-TODAY-DAYS PIC 9(07) COMP VALUE ZERO.

      *>   SCRATCH FIELDS FOR THE DATE-TO-DAY-NUMBER CONVERSION IN
      *>   8100-DATE-TO-DAYS.
       01  WS-DATE-IN.
           05  WS-DI-YEAR            PIC 9(04).
           05  WS-DI-MONTH           PIC 9(02).
           05  WS-DI-DAY             PIC 9(02).
       01  WS-DATE-IN-N REDEFINES WS-DATE-IN PIC 9(08).
       01  WS-DAYS-OUT PIC 9(07) COMP VALUE ZERO.
       01  WS-DTD-YEAR PIC 9(04) COMP VALUE ZERO.
       01  WS-DTD-MONTH PIC 9(02) COMP VALUE ZERO.
       01  WS-DTD-WORK PIC S9(09) COMP VALUE ZERO.
       01  WS-DTD-QUOT PIC S9(09) COMP VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS       PIC X(02).
               88  WS-TRANS-OK       VALUE "00".
           05  WS-CLEAN-STATUS       PIC X(02).
               88  WS-CLEAN-OK       VALUE "00".
           05  WS-AUDIT-STATUS       PIC X(02).
               88  WS-AUDIT-OK       VALUE "00".
           05  WS-HELDIN-STATUS      PIC X(02).
               88  WS-HELDIN-OK      VALUE "00".
           05  WS-HELDOUT-STATUS     PIC X(02).
               88  WS-HELDOUT-OK     VALUE "00".
           05  WS-WORK-STATUS        PIC X(02).
               88  WS-WORK-OK        VALUE "00".
               88  WS-WORK-DUPLICATE VALUE "22".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-INTF-PARM-STATUS   PIC X(02).
               88  WS-INTF-PARM-OK   VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".
           05  WS-RUNLOG-STATUS      PIC X(02).
               88  WS-RUNLOG-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH         PIC X(01) VALUE "N".
               88  WS-EOF            VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF      VALUE "Y".
           05  WS-HELD-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-HELD-EOF       VALUE "Y".
           05  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN   VALUE "Y".
           05  WS-CONTROL-FAIL-SWITCH PIC X(01) VALUE "N".
               88  WS-CONTROL-FAIL   VALUE "Y".
           05  WS-RELEASES-FOLDED-SWITCH PIC X(01) VALUE "N".
               88  WS-RELEASES-FOLDED VALUE "Y".
           05  WS-MATCH-FOUND-SWITCH PIC X(01) VALUE "N".
               88  WS-MATCH-FOUND    VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1200-LOAD-AUDIT-RECORD THRU 1200-EXIT
               UNTIL WS-AUDIT-EOF
           PERFORM 2000-SIFT-ONE-HELD THRU 2000-EXIT
               UNTIL WS-HELD-EOF
           PERFORM 3000-CHECK-ONE-RECORD THRU 3000-EXIT
               UNTIL WS-EOF
           PERFORM 4000-FINALIZE THRU 4000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE WINDOW AND THE INTERFACE OPERATOR, OPEN THE
      *>  FILES, PROVE THE BATCH HEADER AND PRIME THE READS.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-DATE-IN-N
           PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT
           MOVE WS-DAYS-OUT TO WS-TODAY-DAYS
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           PERFORM 1060-READ-INTF-PARM THRU 1060-EXIT
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN TRANSIN, "
                   "FILE STATUS = " WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLEAN-FILE
           IF NOT WS-CLEAN-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN TRANSOUT, "
                   "FILE STATUS = " WS-CLEAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN AUDITLOG, "
                   "FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HELDIN-FILE
           IF NOT WS-HELDIN-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN HELDIN, "
                   "FILE STATUS = " WS-HELDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HELDOUT-FILE
           IF NOT WS-HELDOUT-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN HELDOUT, "
                   "FILE STATUS = " WS-HELDOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN DUPSRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1080-OPEN-WORK-FILE THRU 1080-EXIT
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           PERFORM 1110-VERIFY-BATCH-HEADER THRU 1110-EXIT
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT
           PERFORM 1150-READ-AUDIT THRU 1150-EXIT
           PERFORM 1160-READ-HELD THRU 1160-EXIT.
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1050-READ-PARM THRU 1050-EXIT
      *>  THE WINDOW IN DAYS, THREE DIGITS.  AN EMPTY OR MISSING
      *>  PARM, OR ONE THAT IS NOT NUMERIC, MEANS THE STANDARD FIVE
      *>  DAYS; ZERO MEANS TODAY'S POSTINGS ONLY.
      *>-----------------------------------------------------------
       1050-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-WINDOW-DAYS NUMERIC
                           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       ELSE
                           DISPLAY "CALCDUPS: DUPPARM WINDOW NOT "
                               "NUMERIC - " WS-WINDOW-DAYS
                               " DAYS USED"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1060-READ-INTF-PARM THRU 1060-EXIT
      *>  THE PAYROLL INTERFACE OPERATOR ID, EIGHT CHARACTERS, OFF
      *>  THE SAME PAYPARM CALCPAYI READS.  AN EMPTY OR MISSING
      *>  PARM LEAVES IT BLANK AND EVERY DETAIL IS CHECKED.
      *>-----------------------------------------------------------
       1060-READ-INTF-PARM.
           OPEN INPUT INTF-PARM-FILE
           IF WS-INTF-PARM-OK
               READ INTF-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE INTF-PARM-OPERATOR-ID
                           TO WS-INTF-OPERATOR-ID
               END-READ
               CLOSE INTF-PARM-FILE
           END-IF.
       1060-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1080-OPEN-WORK-FILE THRU 1080-EXIT
      *>  THE WORK CLUSTER IS DEFINED ONCE WITH REUSE: OPENING IT
      *>  OUTPUT EMPTIES IT OF THE LAST RUN'S FINGERPRINTS, AND A
      *>  NEVER-LOADED CLUSTER CANNOT BE OPENED I-O -- SO IT IS
      *>  OPENED OUTPUT ONCE, THEN REOPENED I-O FOR THE KEYED WORK,
      *>  THE SAME WAY CALCRECN PRIMES RECNWRK.
      *>-----------------------------------------------------------
       1080-OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "CALCDUPS: UNABLE TO PRIME DUPSWRK, "
                   "FILE STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN DUPSWRK, "
                   "FILE STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

       1100-READ-TRANSACTION.
           READ TRANS-FILE
               AT END
                   SET WS-EOF-SWITCH TO "Y"
           END-READ.
       1100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1110-VERIFY-BATCH-HEADER THRU 1110-EXIT
      *>  THE SCRUBBED FILE OPENS WITH THE BATCH HEADER CALCEDIT
      *>  PASSED THROUGH.  ONE WITHOUT IT IS NOT A CONTROLLED BATCH
      *>  AND THE STEP REFUSES IT BEFORE TOUCHING THE HELD MASTER.
      *>-----------------------------------------------------------
       1110-VERIFY-BATCH-HEADER.
           IF WS-EOF OR NOT TRAN-IS-HEADER
               DISPLAY "CALCDUPS: BATCH HEADER MISSING FROM TRANSIN"
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE SPACES TO CLEAN-RECORD
           WRITE CLEAN-RECORD FROM TRAN-HEADER-RECORD.
       1110-EXIT.
           EXIT.

       1150-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF-SWITCH TO "Y"
           END-READ.
       1150-EXIT.
           EXIT.

       1160-READ-HELD.
           READ HELDIN-FILE
               AT END
                   SET WS-HELD-EOF-SWITCH TO "Y"
           END-READ.
       1160-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1200-LOAD-AUDIT-RECORD THRU 1200-EXIT
      *>  ONE AUDIT LOG RECORD.  THE LOG IS DISP=MOD AND CARRIES
      *>  EVERY DAY SINCE THE LAST ARCHIVE, SO ONLY A RECORD DATED
      *>  INSIDE THE WINDOW COUNTS.  A POSTING -- ANYTHING CALC
      *>  TOOK, WHETHER IT WENT TO THE LEDGER, SUSPENSE, APPROVAL
      *>  OR THE PERIOD EXCEPTIONS -- ADDS ITS FINGERPRINT; A
      *>  REVERSAL TAKES ITS ORIGINAL'S BACK OUT, SINCE A REVERSED
      *>  POSTING KEYED AGAIN IS A CORRECTION, NOT A DUPLICATE.
      *>  REFUSED TRANSACTIONS (BAD OPERATION, OVER LIMIT AND SO
      *>  ON) NEVER POSTED AND DO NOT COUNT.
      *>-----------------------------------------------------------
       1200-LOAD-AUDIT-RECORD.
           IF AUDIT-DATE NOT NUMERIC
               GO TO 1200-READ-NEXT
           END-IF
           MOVE AUDIT-DATE TO WS-DATE-IN-N
           PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DAYS-OUT
           IF WS-AGE-DAYS < ZERO OR WS-AGE-DAYS > WS-WINDOW-DAYS
               GO TO 1200-READ-NEXT
           END-IF
           IF AUDIT-STATUS = "REVERSED"
               PERFORM 1220-REMOVE-REVERSED THRU 1220-EXIT
               GO TO 1200-READ-NEXT
           END-IF
           IF AUDIT-OPERATION = "ALLOCATE"
               GO TO 1200-READ-NEXT
           END-IF
           IF AUDIT-STATUS = "OK" OR AUDIT-STATUS = "SUSPACCT" OR
                   AUDIT-STATUS = "HELDAPPR" OR
                   AUDIT-STATUS = "PERDHELD"
               PERFORM 1210-ADD-POSTING THRU 1210-EXIT
           END-IF.
       1200-READ-NEXT.
           PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1210-ADD-POSTING THRU 1210-EXIT
      *>  COUNT THE POSTING AGAINST ITS FINGERPRINT (THE F RECORD
      *>  KEEPS THE LATEST POSTING FOR THE LISTING) AND FILE ITS
      *>  P RECORD FOR A LATER REVERSAL TO FIND.  A P RECORD ALREADY
      *>  ON FILE IS THE SAME POSTING LOGGED BY A RERUN AND IS LEFT.
      *>-----------------------------------------------------------
       1210-ADD-POSTING.
           IF AUDIT-I1 NOT NUMERIC OR AUDIT-I2 NOT NUMERIC
               GO TO 1210-EXIT
           END-IF
           MOVE AUDIT-OPERATOR-ID TO WS-FP-OPERATOR-ID
           MOVE AUDIT-ACCOUNT-REF TO WS-FP-ACCOUNT-REF
           MOVE AUDIT-OPERATION TO WS-FP-OPERATION
           MOVE AUDIT-I1 TO WS-FP-I1
           MOVE AUDIT-I2 TO WS-FP-I2
           MOVE AUDIT-CURRENCY-CODE TO WS-FP-CURRENCY-CODE
           IF WS-FP-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO WS-FP-CURRENCY-CODE
           END-IF
           MOVE AUDIT-COMPANY-CODE TO WS-FP-COMPANY-CODE
           IF WS-FP-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-FP-COMPANY-CODE
           END-IF
           PERFORM 1230-READ-FINGERPRINT THRU 1230-EXIT
           MOVE AUDIT-DATE TO DWK-MATCH-DATE
           MOVE AUDIT-SEQ-NO TO DWK-MATCH-SEQ-NO
           MOVE "A" TO DWK-SOURCE
           IF WS-MATCH-FOUND
               ADD 1 TO DWK-COUNT
               PERFORM 1250-REWRITE-WORK THRU 1250-EXIT
           ELSE
               MOVE 1 TO DWK-COUNT
               PERFORM 1240-WRITE-WORK THRU 1240-EXIT
           END-IF
           MOVE SPACES TO DWK-RECORD
           MOVE "P" TO DWK-TYPE
           MOVE AUDIT-DATE TO DWK-PK-DATE
           MOVE AUDIT-SEQ-NO TO DWK-PK-SEQ-NO
           MOVE AUDIT-ACCOUNT-REF TO DWK-PK-ACCOUNT-REF
           MOVE WS-FINGERPRINT TO DWK-FINGERPRINT
           MOVE AUDIT-DATE TO DWK-MATCH-DATE
           MOVE AUDIT-SEQ-NO TO DWK-MATCH-SEQ-NO
           MOVE "A" TO DWK-SOURCE
           MOVE ZERO TO DWK-COUNT
           PERFORM 1240-WRITE-WORK THRU 1240-EXIT
           ADD 1 TO WS-POSTINGS-LOADED.
       1210-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1220-REMOVE-REVERSED THRU 1220-EXIT
      *>  A REVERSAL NAMES ITS ORIGINAL BY (ORIG-DATE, SEQ-NO,
      *>  ACCOUNT).  AN ORIGINAL OUTSIDE THE WINDOW WAS NEVER
      *>  LOADED AND THERE IS NOTHING TO TAKE OUT.  THE P RECORD IS
      *>  DELETED WITH IT SO THE SAME ORIGINAL CANNOT BE TAKEN OUT
      *>  TWICE.
      *>-----------------------------------------------------------
       1220-REMOVE-REVERSED.
           IF AUDIT-ORIG-DATE NOT NUMERIC
               GO TO 1220-EXIT
           END-IF
           MOVE SPACES TO DWK-RECORD
           MOVE "P" TO DWK-TYPE
           MOVE AUDIT-ORIG-DATE TO DWK-PK-DATE
           MOVE AUDIT-SEQ-NO TO DWK-PK-SEQ-NO
           MOVE AUDIT-ACCOUNT-REF TO DWK-PK-ACCOUNT-REF
           READ WORK-FILE
               INVALID KEY
                   GO TO 1220-EXIT
           END-READ
           MOVE DWK-FINGERPRINT TO WS-FINGERPRINT
           DELETE WORK-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 1230-READ-FINGERPRINT THRU 1230-EXIT
           IF NOT WS-MATCH-FOUND
               GO TO 1220-EXIT
           END-IF
           IF DWK-COUNT > 1
               SUBTRACT 1 FROM DWK-COUNT
               PERFORM 1250-REWRITE-WORK THRU 1250-EXIT
           ELSE
               DELETE WORK-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
       1220-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1230-READ-FINGERPRINT THRU 1230-EXIT
      *>  LOOK UP THE F RECORD FOR WS-FINGERPRINT.  WHEN THERE IS
      *>  NONE THE RECORD AREA IS LEFT SET UP AS A NEW ONE.
      *>-----------------------------------------------------------
       1230-READ-FINGERPRINT.
           SET WS-MATCH-FOUND-SWITCH TO "N"
           MOVE SPACES TO DWK-RECORD
           MOVE "F" TO DWK-TYPE
           MOVE WS-FINGERPRINT TO DWK-KEY-DATA
           READ WORK-FILE
               INVALID KEY
                   MOVE SPACES TO DWK-RECORD
                   MOVE "F" TO DWK-TYPE
                   MOVE WS-FINGERPRINT TO DWK-KEY-DATA
                   MOVE WS-FINGERPRINT TO DWK-FINGERPRINT
                   MOVE ZERO TO DWK-COUNT
               NOT INVALID KEY
                   SET WS-MATCH-FOUND-SWITCH TO "Y"
           END-READ.
       1230-EXIT.
           EXIT.

       1240-WRITE-WORK.
           WRITE DWK-RECORD
               INVALID KEY
                   IF NOT WS-WORK-DUPLICATE
                       DISPLAY "CALCDUPS: DUPSWRK WRITE FAILED, "
                           "FILE STATUS = " WS-WORK-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-WRITE.
       1240-EXIT.
           EXIT.

       1250-REWRITE-WORK.
           REWRITE DWK-RECORD
               INVALID KEY
                   DISPLAY "CALCDUPS: DUPSWRK REWRITE FAILED, "
                       "FILE STATUS = " WS-WORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       1250-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-SIFT-ONE-HELD THRU 2000-EXIT
      *>  ONE HELD-DUPLICATE MASTER RECORD.  A RELEASE IS HELD IN
      *>  THE TABLE FOR THE MERGE -- ITS NEW MASTER RECORD CANNOT
      *>  BE WRITTEN UNTIL THE MERGE ASSIGNS ITS NEW SEQUENCE
      *>  NUMBER.  A RELEASE OR KILL THAT DOES NOT NAME WHO MADE IT
      *>  IS NOT ACTED ON -- IT IS CARRIED FORWARD AS IT STANDS AND
      *>  LISTED AS UNSIGNED, STILL OUTSTANDING.  A NEW KILL IS
      *>  STAMPED WITH TODAY'S DATE.  AN OPEN ONE (OR ONE WITH A
      *>  STATUS DATA ENTRY MISKEYED) IS CARRIED FORWARD AND LISTED.
      *>  A REPOSTED OR STAMPED KILLED ONE IS HISTORY.
      *>-----------------------------------------------------------
       2000-SIFT-ONE-HELD.
           EVALUATE TRUE
               WHEN (DUP-RELEASED OR DUP-KILLED) AND
                       DUP-ACTION-BY = SPACES
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "UNSIGNED" TO DUPLD-STATUS
                   PERFORM 2050-CARRY-AND-LIST THRU 2050-EXIT
               WHEN DUP-RELEASED
                   PERFORM 2100-HOLD-RELEASED THRU 2100-EXIT
               WHEN DUP-KILLED
                   IF DUP-RESOLVED-DATE NOT NUMERIC OR
                           DUP-RESOLVED-DATE = ZERO
                       MOVE WS-CURRENT-DATE TO DUP-RESOLVED-DATE
                       ADD 1 TO WS-KILLED-COUNT
                       MOVE "KILLED" TO DUPLD-STATUS
                       PERFORM 2050-CARRY-AND-LIST THRU 2050-EXIT
                   ELSE
                       MOVE SPACES TO HELDOUT-RECORD
                       WRITE HELDOUT-RECORD FROM DUP-RECORD
                   END-IF
               WHEN DUP-REPOSTED
                   MOVE SPACES TO HELDOUT-RECORD
                   WRITE HELDOUT-RECORD FROM DUP-RECORD
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE "O" TO DUP-STATUS
                   MOVE "OPEN" TO DUPLD-STATUS
                   PERFORM 2050-CARRY-AND-LIST THRU 2050-EXIT
           END-EVALUATE
           PERFORM 1160-READ-HELD THRU 1160-EXIT.
       2000-EXIT.
           EXIT.

       2050-CARRY-AND-LIST.
           MOVE SPACES TO HELDOUT-RECORD
           WRITE HELDOUT-RECORD FROM DUP-RECORD
           MOVE DUP-REASON TO DUPLD-REASON
           MOVE DUP-BATCH-ID TO DUPLD-BATCH-ID
           IF DUP-KILLED
               MOVE DUP-RESOLVED-DATE TO DUPLD-DATE
               MOVE ZERO TO DUPLD-SEQ-NO
           ELSE
               MOVE DUP-MATCH-DATE TO DUPLD-DATE
               MOVE DUP-MATCH-SEQ-NO TO DUPLD-SEQ-NO
           END-IF
           MOVE DUP-TRAN-IMAGE TO DUPLD-TRAN-IMAGE
           MOVE DUP-TRAN-CURRENCY-CODE TO DUPLD-TRAN-CURRENCY
           MOVE DUP-TRAN-COMPANY-CODE TO DUPLD-TRAN-COMPANY
           PERFORM 2900-WRITE-LISTING-LINE THRU 2900-EXIT.
       2050-EXIT.
           EXIT.

       2100-HOLD-RELEASED.
           IF WS-RELEASED-COUNT >= WS-RELEASED-MAX
               DISPLAY "CALCDUPS: MORE THAN " WS-RELEASED-MAX
                   " RELEASED DUPLICATES - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           SET RL-IDX TO WS-RELEASED-COUNT
           MOVE DUP-REASON TO WS-RL-REASON (RL-IDX)
           MOVE DUP-TRAN-IMAGE TO WS-RL-IMAGE (RL-IDX)
           MOVE DUP-BATCH-ID TO WS-RL-BATCH-ID (RL-IDX)
           MOVE DUP-BATCH-DATE TO WS-RL-BATCH-DATE (RL-IDX)
           MOVE DUP-MATCH-DATE TO WS-RL-MATCH-DATE (RL-IDX)
           MOVE DUP-MATCH-SEQ-NO TO WS-RL-MATCH-SEQ-NO (RL-IDX)
           MOVE DUP-ACTION-BY TO WS-RL-ACTION-BY (RL-IDX)
           MOVE DUP-TRAN-CURRENCY-CODE TO WS-RL-CURRENCY-CODE (RL-IDX)
           MOVE DUP-TRAN-COMPANY-CODE TO WS-RL-COMPANY-CODE (RL-IDX).
       2100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-WRITE-LISTING-LINE THRU 2900-EXIT
      *>  PRINT ONE DETAIL LINE ON THE LISTING, STARTING A NEW PAGE
      *>  FIRST WHEN THE CURRENT PAGE IS FULL.
      *>-----------------------------------------------------------
       2900-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           WRITE REPORT-RECORD FROM DUPL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2900-EXIT.
           EXIT.

       2910-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-WINDOW-DAYS TO DUPL1-WINDOW-DAYS
           MOVE WS-CURRENT-DATE TO DUPL1-RUN-DATE
           MOVE WS-PAGE-NO TO DUPL1-PAGE-NO
           WRITE REPORT-RECORD FROM DUPL-HEADING-1
           WRITE REPORT-RECORD FROM DUPL-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2910-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-CHECK-ONE-RECORD THRU 3000-EXIT
      *>  ONE RECORD OF THE SCRUBBED BATCH: THE TRAILER IS PROVED
      *>  AND REBUILT, A DETAIL IS CHECKED.  CALCEDIT HAS ALREADY
      *>  REJECTED ANYTHING KEYED AFTER THE TRAILER.
      *>-----------------------------------------------------------
       3000-CHECK-ONE-RECORD.
           IF TRAN-IS-TRAILER
               PERFORM 3300-PROVE-TRAILER THRU 3300-EXIT
           ELSE
               PERFORM 3100-CHECK-DETAIL THRU 3100-EXIT
           END-IF
           PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3100-CHECK-DETAIL THRU 3100-EXIT
      *>  LOOK THE DETAIL'S FINGERPRINT UP.  ON FILE FROM THE AUDIT
      *>  WINDOW IS DUPAUDIT, FROM AN EARLIER DETAIL OF THIS BATCH
      *>  DUPBATCH -- EITHER WAY THE DETAIL IS HELD.  OTHERWISE IT
      *>  PASSES AND ITS FINGERPRINT IS FILED SO A LATER DETAIL OF
      *>  THE SAME BATCH CAN MATCH IT.  A HELD DETAIL IS NOT FILED:
      *>  A THIRD COPY STILL MATCHES WHATEVER THE SECOND MATCHED.
      *>  A CHAINED DETAIL OR ONE UNDER THE PAYROLL INTERFACE
      *>  OPERATOR PASSES WITHOUT A LOOK-UP.
      *>-----------------------------------------------------------
       3100-CHECK-DETAIL.
           ADD 1 TO WS-READ-COUNT
           ADD TRAN-I1 TO WS-READ-HASH-TOTAL
           ADD TRAN-I2 TO WS-READ-HASH-TOTAL
           IF TRAN-SEQ-NO > WS-LAST-SEQ-NO
               MOVE TRAN-SEQ-NO TO WS-LAST-SEQ-NO
           END-IF
           IF TRAN-IN-CHAIN
               PERFORM 3110-PASS-DETAIL THRU 3110-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-INTF-OPERATOR-ID NOT = SPACES AND
                   TRAN-OPERATOR-ID = WS-INTF-OPERATOR-ID
               PERFORM 3110-PASS-DETAIL THRU 3110-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE TRAN-OPERATOR-ID TO WS-FP-OPERATOR-ID
           MOVE TRAN-ACCOUNT-REF TO WS-FP-ACCOUNT-REF
           MOVE TRAN-OPERATION TO WS-FP-OPERATION
           MOVE TRAN-I1 TO WS-FP-I1
           MOVE TRAN-I2 TO WS-FP-I2
           MOVE TRAN-CURRENCY-CODE TO WS-FP-CURRENCY-CODE
           IF WS-FP-CURRENCY-CODE = SPACES
               MOVE BASE-CURRENCY-CODE TO WS-FP-CURRENCY-CODE
           END-IF
           MOVE TRAN-COMPANY-CODE TO WS-FP-COMPANY-CODE
           IF WS-FP-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-FP-COMPANY-CODE
           END-IF
           PERFORM 1230-READ-FINGERPRINT THRU 1230-EXIT
           IF WS-MATCH-FOUND
               PERFORM 3200-HOLD-DETAIL THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CURRENT-DATE TO DWK-MATCH-DATE
           MOVE TRAN-SEQ-NO TO DWK-MATCH-SEQ-NO
           MOVE "B" TO DWK-SOURCE
           MOVE 1 TO DWK-COUNT
           PERFORM 1240-WRITE-WORK THRU 1240-EXIT
           PERFORM 3110-PASS-DETAIL THRU 3110-EXIT.
       3100-EXIT.
           EXIT.

       3110-PASS-DETAIL.
           MOVE SPACES TO CLEAN-RECORD
           WRITE CLEAN-RECORD FROM TRAN-RECORD
           ADD 1 TO WS-PASSED-COUNT
           ADD TRAN-I1 TO WS-PASSED-HASH-TOTAL
           ADD TRAN-I2 TO WS-PASSED-HASH-TOTAL.
       3110-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3200-HOLD-DETAIL THRU 3200-EXIT
      *>  WRITE THE SUSPECTED DUPLICATE TO THE NEW HELD MASTER AS
      *>  OPEN, WITH THE POSTING OR DETAIL IT MATCHED, AND LIST IT.
      *>-----------------------------------------------------------
       3200-HOLD-DETAIL.
           MOVE SPACES TO WS-DUP-OUT
           IF DWK-FROM-AUDIT
               MOVE "DUPAUDIT" TO WS-DO-REASON
           ELSE
               MOVE "DUPBATCH" TO WS-DO-REASON
           END-IF
           MOVE TRAN-RECORD TO WS-DO-TRAN-IMAGE
           MOVE TRAN-CURRENCY-CODE TO WS-DO-TRAN-CURRENCY-CODE
           MOVE TRAN-COMPANY-CODE TO WS-DO-TRAN-COMPANY-CODE
           MOVE WS-BATCH-ID TO WS-DO-BATCH-ID
           MOVE WS-CURRENT-DATE TO WS-DO-BATCH-DATE
           MOVE DWK-MATCH-DATE TO WS-DO-MATCH-DATE
           MOVE DWK-MATCH-SEQ-NO TO WS-DO-MATCH-SEQ-NO
           MOVE "O" TO WS-DO-STATUS
           MOVE SPACES TO WS-DO-ACTION-BY
           MOVE ZERO TO WS-DO-RESOLVED-DATE
           MOVE SPACES TO WS-DO-RESOLVED-BATCH
           MOVE ZERO TO WS-DO-RESOLVED-SEQ
           MOVE SPACES TO HELDOUT-RECORD
           WRITE HELDOUT-RECORD FROM WS-DUP-OUT
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD" TO DUPLD-STATUS
           MOVE WS-DO-REASON TO DUPLD-REASON
           MOVE WS-BATCH-ID TO DUPLD-BATCH-ID
           MOVE DWK-MATCH-DATE TO DUPLD-DATE
           MOVE DWK-MATCH-SEQ-NO TO DUPLD-SEQ-NO
           MOVE TRAN-RECORD TO DUPLD-TRAN-IMAGE
           MOVE TRAN-CURRENCY-CODE TO DUPLD-TRAN-CURRENCY
           MOVE TRAN-COMPANY-CODE TO DUPLD-TRAN-COMPANY
           PERFORM 2900-WRITE-LISTING-LINE THRU 2900-EXIT.
       3200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3300-PROVE-TRAILER THRU 3300-EXIT
      *>  PROVE THE SCRUBBED FILE AGAINST THE TRAILER CALCEDIT
      *>  REBUILT -- BATCH ID, DETAIL COUNT AND HASH.  ONLY A BATCH
      *>  THAT PROVES TAKES THE RELEASES: ON A BREAK CALCSTEP IS
      *>  HELD, AND A RELEASE MARKED REPOSTED INTO A BATCH THAT
      *>  NEVER POSTS WOULD BE LOST.  THE TRAILER PASSED ON CARRIES
      *>  THE PASSED DETAILS PLUS THE RELEASES, SO CALC'S OWN BATCH
      *>  CONTROLS STILL BALANCE.
      *>-----------------------------------------------------------
       3300-PROVE-TRAILER.
           SET WS-TRAILER-SEEN-SWITCH TO "Y"
           IF TRAN-TRL-BATCH-ID NOT = WS-BATCH-ID
               DISPLAY "CALCDUPS: TRAILER BATCH ID " TRAN-TRL-BATCH-ID
                   " DOES NOT MATCH HEADER " WS-BATCH-ID
               SET WS-CONTROL-FAIL-SWITCH TO "Y"
           END-IF
           IF TRAN-TRL-DETAIL-COUNT NOT NUMERIC OR
                   TRAN-TRL-HASH-TOTAL NOT NUMERIC
               DISPLAY "CALCDUPS: BATCH " WS-BATCH-ID
                   " TRAILER CONTROL FIELDS NOT NUMERIC"
               SET WS-CONTROL-FAIL-SWITCH TO "Y"
           ELSE
               IF TRAN-TRL-DETAIL-COUNT NOT = WS-READ-COUNT OR
                       TRAN-TRL-HASH-TOTAL NOT = WS-READ-HASH-TOTAL
                   DISPLAY "CALCDUPS: BATCH " WS-BATCH-ID
                       " OUT OF BALANCE - DETAIL COUNT "
                       WS-READ-COUNT " HASH TOTAL "
                       WS-READ-HASH-TOTAL
                   SET WS-CONTROL-FAIL-SWITCH TO "Y"
               END-IF
           END-IF
           IF NOT WS-CONTROL-FAIL AND WS-RELEASED-COUNT > ZERO
               MOVE WS-LAST-SEQ-NO TO WS-NEXT-SEQ-NO
               PERFORM 3310-REPOST-ONE-RELEASE THRU 3310-EXIT
                   VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RELEASED-COUNT
               SET WS-RELEASES-FOLDED-SWITCH TO "Y"
           END-IF
           MOVE WS-BATCH-ID TO WS-PT-BATCH-ID
           MOVE WS-PASSED-COUNT TO WS-PT-DETAIL-COUNT
           MOVE WS-PASSED-HASH-TOTAL TO WS-PT-HASH-TOTAL
           MOVE SPACES TO CLEAN-RECORD
           WRITE CLEAN-RECORD FROM WS-PASSED-TRAILER.
       3300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3310-REPOST-ONE-RELEASE THRU 3310-EXIT
      *>  FOLD ONE RELEASED ITEM INTO THE BATCH UNDER ITS NEW
      *>  SEQUENCE NUMBER -- PAST THE DUPLICATE CHECK, WHICH IS WHAT
      *>  THE OVERRIDE MEANS -- AND WRITE ITS REPOSTED MASTER
      *>  RECORD NAMING THE DATE, BATCH AND SEQUENCE IT WENT IN
      *>  UNDER.  THE MASTER RECORD AND THE LISTING KEEP THE IMAGE
      *>  AS KEYED, ORIGINAL SEQUENCE INTACT, SO HOLD AND REPOST
      *>  STAY PROVABLY TIED.  THE IMAGE PASSED CALCEDIT WHEN IT
      *>  WAS HELD AND IS NOT CHANGED HERE.
      *>-----------------------------------------------------------
       3310-REPOST-ONE-RELEASE.
           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE WS-RL-IMAGE (RL-IDX) TO WS-DETAIL-RECORD
           MOVE WS-NEXT-SEQ-NO TO WS-DT-SEQ-NO
           MOVE WS-RL-CURRENCY-CODE (RL-IDX) TO WS-DT-CURRENCY-CODE
           MOVE WS-RL-COMPANY-CODE (RL-IDX) TO WS-DT-COMPANY-CODE
           MOVE SPACES TO CLEAN-RECORD
           WRITE CLEAN-RECORD FROM WS-DETAIL-RECORD
           ADD 1 TO WS-PASSED-COUNT
           ADD WS-DT-I1 TO WS-PASSED-HASH-TOTAL
           ADD WS-DT-I2 TO WS-PASSED-HASH-TOTAL
           PERFORM 3320-BUILD-RELEASE-RECORD THRU 3320-EXIT
           MOVE "P" TO WS-DO-STATUS
           MOVE WS-CURRENT-DATE TO WS-DO-RESOLVED-DATE
           MOVE WS-BATCH-ID TO WS-DO-RESOLVED-BATCH
           MOVE WS-NEXT-SEQ-NO TO WS-DO-RESOLVED-SEQ
           MOVE SPACES TO HELDOUT-RECORD
           WRITE HELDOUT-RECORD FROM WS-DUP-OUT
           ADD 1 TO WS-REPOSTED-COUNT
           MOVE "REPOSTED" TO DUPLD-STATUS
           MOVE WS-RL-REASON (RL-IDX) TO DUPLD-REASON
           MOVE WS-RL-BATCH-ID (RL-IDX) TO DUPLD-BATCH-ID
           MOVE WS-CURRENT-DATE TO DUPLD-DATE
           MOVE WS-NEXT-SEQ-NO TO DUPLD-SEQ-NO
           MOVE WS-RL-IMAGE (RL-IDX) TO DUPLD-TRAN-IMAGE
           MOVE WS-RL-CURRENCY-CODE (RL-IDX) TO DUPLD-TRAN-CURRENCY
           MOVE WS-RL-COMPANY-CODE (RL-IDX) TO DUPLD-TRAN-COMPANY
           PERFORM 2900-WRITE-LISTING-LINE THRU 2900-EXIT.
       3310-EXIT.
           EXIT.

       3320-BUILD-RELEASE-RECORD.
           MOVE SPACES TO WS-DUP-OUT
           MOVE WS-RL-REASON (RL-IDX) TO WS-DO-REASON
           MOVE WS-RL-IMAGE (RL-IDX) TO WS-DO-TRAN-IMAGE
           MOVE WS-RL-CURRENCY-CODE (RL-IDX) TO WS-DO-TRAN-CURRENCY-CODE
           MOVE WS-RL-COMPANY-CODE (RL-IDX) TO WS-DO-TRAN-COMPANY-CODE
           MOVE WS-RL-BATCH-ID (RL-IDX) TO WS-DO-BATCH-ID
           MOVE WS-RL-BATCH-DATE (RL-IDX) TO WS-DO-BATCH-DATE
           MOVE WS-RL-MATCH-DATE (RL-IDX) TO WS-DO-MATCH-DATE
           MOVE WS-RL-MATCH-SEQ-NO (RL-IDX) TO WS-DO-MATCH-SEQ-NO
           MOVE "R" TO WS-DO-STATUS
           MOVE WS-RL-ACTION-BY (RL-IDX) TO WS-DO-ACTION-BY
           MOVE ZERO TO WS-DO-RESOLVED-DATE
           MOVE SPACES TO WS-DO-RESOLVED-BATCH
           MOVE ZERO TO WS-DO-RESOLVED-SEQ.
       3320-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4000-FINALIZE THRU 4000-EXIT
      *>  CARRY ANY RELEASES THE BATCH DID NOT TAKE FORWARD STILL
      *>  MARKED R, PRINT THE CONTROL TOTALS, CLOSE THE FILES AND
      *>  SET THE RETURN CODE -- 8 WHEN THE BATCH DID NOT PROVE OR
      *>  HAD NO TRAILER SO CALCSTEP IS HELD, 4 WHEN ANYTHING WAS
      *>  HELD OR IS STILL OUTSTANDING, 0 OTHERWISE.
      *>-----------------------------------------------------------
       4000-FINALIZE.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "CALCDUPS: BATCH " WS-BATCH-ID
                   " TRAILER MISSING - CONTROLS NOT PROVED"
               SET WS-CONTROL-FAIL-SWITCH TO "Y"
           END-IF
           IF NOT WS-RELEASES-FOLDED AND WS-RELEASED-COUNT > ZERO
               PERFORM 4100-CARRY-RELEASE-FORWARD THRU 4100-EXIT
                   VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RELEASED-COUNT
           END-IF
           IF WS-PAGE-NO = ZERO
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE WS-READ-COUNT TO DUPLT-READ-COUNT
           MOVE WS-PASSED-COUNT TO DUPLT-PASSED-COUNT
           MOVE WS-HELD-COUNT TO DUPLT-HELD-COUNT
           MOVE WS-REPOSTED-COUNT TO DUPLT-REPOSTED-COUNT
           MOVE WS-KILLED-COUNT TO DUPLT-KILLED-COUNT
           MOVE WS-OPEN-COUNT TO DUPLT-OPEN-COUNT
           WRITE REPORT-RECORD FROM DUPL-TOTAL-LINE
           DISPLAY "CALCDUPS: READ " WS-READ-COUNT
               " HELD " WS-HELD-COUNT
               " REPOSTED " WS-REPOSTED-COUNT
               " STILL OPEN " WS-OPEN-COUNT
               " POSTINGS IN WINDOW " WS-POSTINGS-LOADED
           CLOSE TRANS-FILE
           CLOSE CLEAN-FILE
           CLOSE AUDIT-FILE
           CLOSE HELDIN-FILE
           CLOSE HELDOUT-FILE
           CLOSE WORK-FILE
           CLOSE REPORT-FILE
           IF WS-CONTROL-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > ZERO OR WS-OPEN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4100-CARRY-RELEASE-FORWARD THRU 4100-EXIT
      *>  THE BATCH DID NOT PROVE, SO THE RELEASES GO BACK ON THE
      *>  MASTER STILL MARKED R FOR THE NEXT RUN TO PICK UP.
      *>-----------------------------------------------------------
       4100-CARRY-RELEASE-FORWARD.
           PERFORM 3320-BUILD-RELEASE-RECORD THRU 3320-EXIT
           MOVE SPACES TO HELDOUT-RECORD
           WRITE HELDOUT-RECORD FROM WS-DUP-OUT.
       4100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3900-WRITE-RUN-CONTROL THRU 3900-EXIT
      *>  APPEND THE STEP'S RUN-CONTROL RECORD TO THE SHARED
      *>  RUNLOG FOR THE CALCDAYE DAY-END SIGN-OFF.
      *>-----------------------------------------------------------
       3900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUNLOG-FILE
           IF NOT WS-RUNLOG-OK
               DISPLAY "CALCDUPS: UNABLE TO OPEN RUNLOG, "
                   "FILE STATUS = " WS-RUNLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-RECORD
           MOVE "CALCDUPS" TO RUN-STEP-NAME
           MOVE WS-CURRENT-DATE TO RUN-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME TO RUN-TIME
           MOVE WS-BATCH-ID TO RUN-BATCH-ID
           MOVE WS-READ-COUNT TO RUN-RECORD-COUNT
           MOVE WS-READ-HASH-TOTAL TO RUN-HASH-TOTAL
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           IF WS-CONTROL-FAIL
               MOVE "N" TO RUN-BALANCE-FLAG
           ELSE
               MOVE "Y" TO RUN-BALANCE-FLAG
           END-IF
           WRITE RUN-RECORD
           CLOSE RUNLOG-FILE.
       3900-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  8100-DATE-TO-DAYS THRU 8100-EXIT
      *>  TURN THE YYYYMMDD DATE IN WS-DATE-IN INTO A SERIAL DAY
      *>  NUMBER IN WS-DAYS-OUT, SO TWO DATES SUBTRACT TO REAL
      *>  CALENDAR DAYS ACROSS MONTH AND YEAR ENDS -- THE SAME
      *>  CIVIL-CALENDAR DAY COUNT CALCSAGE AGES SUSPENSE WITH.
      *>-----------------------------------------------------------
       8100-DATE-TO-DAYS.
           MOVE WS-DI-YEAR TO WS-DTD-YEAR
           MOVE WS-DI-MONTH TO WS-DTD-MONTH
           IF WS-DTD-MONTH <= 2
               SUBTRACT 1 FROM WS-DTD-YEAR
               ADD 12 TO WS-DTD-MONTH
           END-IF
           COMPUTE WS-DTD-WORK = 365 * WS-DTD-YEAR
           DIVIDE WS-DTD-YEAR BY 4 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           DIVIDE WS-DTD-YEAR BY 100 GIVING WS-DTD-QUOT
           SUBTRACT WS-DTD-QUOT FROM WS-DTD-WORK
           DIVIDE WS-DTD-YEAR BY 400 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           COMPUTE WS-DTD-QUOT = 153 * (WS-DTD-MONTH + 1)
           DIVIDE WS-DTD-QUOT BY 5 GIVING WS-DTD-QUOT
           ADD WS-DTD-QUOT TO WS-DTD-WORK
           ADD WS-DI-DAY TO WS-DTD-WORK
           MOVE WS-DTD-WORK TO WS-DAYS-OUT.
       8100-EXIT.
           EXIT.

       END PROGRAM CALCDUPS.
