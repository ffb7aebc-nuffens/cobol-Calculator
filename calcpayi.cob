                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCPAYI
      *>
      *>  PURPOSE.     INBOUND PAYROLL INTERFACE.  PAYROLL SENDS A
      *>               NIGHTLY FILE OF COST ALLOCATIONS THAT DATA
      *>               ENTRY USED TO RE-KEY THROUGH CENT LINE BY
      *>               LINE.  THIS JOB RUNS AS PAYSTEP, STRAIGHT
      *>               AFTER SNAPSTEP IN JCL/CALCJOB.JCL, AHEAD OF
      *>               RCYCSTEP: IT READS THE FEEDER IN PAYROLL'S
      *>               OWN LAYOUT (PAYFREC.CPY), MAPS EACH COST
      *>               CENTRE TO ITS ACCT-REF THROUGH THE
      *>               TRANSLATION TABLE (PXLREC.CPY), AND FOLDS
      *>               THE ALLOCATIONS INTO THE DAILY CONTROLLED
      *>               BATCH AS NORMAL TRANREC DETAILS -- AN ADD
      *>               OF THE SIGNED AMOUNT UNDER THE DEDICATED
      *>               INTERFACE OPERATOR ID NAMED IN PAYPARM --
      *>               RENUMBERED ABOVE THE HIGHEST KEYED SEQUENCE
      *>               WITH THE TRAILER CONTROLS EXTENDED, THE SAME
      *>               MERGE CALCMRGE DOES FOR THE ONLINE BATCH.
      *>
      *>               THE FEEDER IS PROVED FIRST AGAINST ITS OWN
      *>               HEADER AND TRAILER DETAIL COUNTS AND THE
      *>               TRAILER'S DEBIT AND CREDIT TOTALS.  A FILE
      *>               THAT DOES NOT PROVE, OR AN INTERFACE OPERATOR
      *>               THAT IS NOT ON OPERMAST, ACTIVE AND PERMITTED
      *>               TO ADD, MERGES NOTHING AND ENDS RC=8, WHICH
      *>               HOLDS THE DAY THE SAME AS A DAMAGED ONLINE
      *>               BATCH.  A FILE WHOSE DATE IS NOT TODAY IS A
      *>               STALE FEED -- SKIPPED WITH RC=4 SO THE KEYED
      *>               DAY RUNS ON WITHOUT IT.  A LINE THAT CANNOT
      *>               POST (COST CENTRE NOT ON THE TABLE, ACCOUNT
      *>               UNKNOWN OR CLOSED, AMOUNT TOO LARGE, OVER THE
      *>               INTERFACE OPERATOR'S DAILY LIMIT) IS LEFT OUT
      *>               AND THE STEP ENDS RC=4.
      *>
      *>               EVERY DETAIL ON THE FEEDER GETS ONE LINE ON
      *>               THE RETURN FILE TO PAYROLL (PAYRREC.CPY):
      *>               ACCEPTED WITH THE BATCH AND SEQUENCE NUMBER
      *>               IT WAS MERGED UNDER, OR REJECTED WITH THE
      *>               REASON.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES (TRANREC.CPY).
      *>                  PAYROLL POSTS IN BASE CURRENCY, SO THE
      *>                  GENERATED DETAILS CARRY A BLANK CURRENCY CODE.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES (TRANREC.CPY).
      *>                  PAYROLL IS RUN BY THE HOME COMPANY, SO THE
      *>                  GENERATED DETAILS CARRY A BLANK COMPANY CODE;
      *>                  A COST CENTRE OF THE OTHER COMPANY POSTS
      *>                  ACROSS THE INTERCOMPANY PAIR IN CALC.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPAYI.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FILE ASSIGN TO "PAYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT XLATE-FILE ASSIGN TO "PAYXLATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLATE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RAW-FILE ASSIGN TO "RAWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT MERGED-FILE ASSIGN TO "MRGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT RETURN-FILE ASSIGN TO "PAYRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYFREC.

       FD  XLATE-FILE.
           COPY PXLREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-INTF-OPERATOR-ID PIC X(08).

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  RAW-FILE.
           COPY TRANREC.

       FD  MERGED-FILE.
       01  MERGED-RECORD PIC X(60).

       FD  RETURN-FILE.
           COPY PAYRREC.

       WORKING-STORAGE SECTION.
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

       01  WS-MERGED-TRAILER.
           05  WS-MT-REC-TYPE        PIC X(06) VALUE "BATTRL".
           05  WS-MT-BATCH-ID        PIC X(08).
           05  WS-MT-DETAIL-COUNT    PIC 9(06).
           05  WS-MT-HASH-TOTAL      PIC S9(13)V99.

      *>   THE TRANSLATION TABLE, LOADED WHOLE FROM PAYXLATE.
       01  WS-XLATE-TABLE.
           05  WS-XLATE-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-XLATE-MAX          PIC 9(04) COMP VALUE 500.
           05  WS-XL-ENTRY OCCURS 500 TIMES
                   INDEXED BY XL-IDX.
               10  WS-XL-COST-CENTRE PIC X(06).
               10  WS-XL-ACCOUNT-REF PIC X(10).

      *>   THE FEEDER DETAILS, HELD FROM THE PROOF THROUGH THE MERGE
      *>   TO THE RETURN FILE.  WS-PY-REASON IS BLANK FOR A LINE
      *>   THAT CAN POST; WS-PY-SEQ-NO IS THE SEQUENCE IT WAS
      *>   MERGED UNDER.
       01  WS-PAYROLL-TABLE.
           05  WS-PAYROLL-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-PAYROLL-MAX        PIC 9(04) COMP VALUE 2000.
           05  WS-PY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PY-IDX.
               10  WS-PY-LINE-NO     PIC X(06).
               10  WS-PY-COST-CENTRE PIC X(06).
               10  WS-PY-AMOUNT      PIC 9(09)V99.
               10  WS-PY-SIGN        PIC X(01).
               10  WS-PY-ACCOUNT-REF PIC X(10).
               10  WS-PY-POST-AMOUNT PIC S9(7)V99.
               10  WS-PY-REASON      PIC X(08).
               10  WS-PY-SEQ-NO      PIC 9(06).

       01  WS-PAY-RUN-NO PIC 9(06) VALUE ZERO.
       01  WS-PAY-FILE-DATE PIC 9(08) VALUE ZERO.
       01  WS-PAY-HDR-COUNT PIC 9(07) VALUE ZERO.
       01  WS-PAY-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       01  WS-PAY-RECORD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-FILE-REASON PIC X(08) VALUE SPACES.

       01  WS-INTF-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  WS-ADD-PERMITTED PIC 9(02) COMP VALUE ZERO.
       01  WS-LIMIT-LEFT PIC S9(11)V99 VALUE ZERO.

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-BATCH-DATE PIC 9(08) VALUE ZERO.
       01  WS-LAST-KEYED-SEQ-NO PIC 9(06) VALUE ZERO.
       01  WS-NEXT-SEQ-NO PIC 9(06) VALUE ZERO.
       01  WS-GEN-COUNT PIC 9(06) VALUE ZERO.
       01  WS-GEN-HASH-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-KEYED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.

       01  WS-FILE-STATUSES.
           05  WS-PAYROLL-STATUS     PIC X(02).
               88  WS-PAYROLL-OK     VALUE "00".
           05  WS-XLATE-STATUS       PIC X(02).
               88  WS-XLATE-OK       VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".
           05  WS-RAW-STATUS         PIC X(02).
               88  WS-RAW-OK         VALUE "00".
           05  WS-MERGED-STATUS      PIC X(02).
               88  WS-MERGED-OK      VALUE "00".
           05  WS-RETURN-STATUS      PIC X(02).
               88  WS-RETURN-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-PAY-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-PAY-EOF        VALUE "Y".
           05  WS-XLATE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  WS-XLATE-EOF      VALUE "Y".
           05  WS-RAW-EOF-SWITCH     PIC X(01) VALUE "N".
               88  WS-RAW-EOF        VALUE "Y".
           05  WS-PAY-HEADER-SWITCH  PIC X(01) VALUE "N".
               88  WS-PAY-HEADER-SEEN VALUE "Y".
           05  WS-PAY-TRAILER-SWITCH PIC X(01) VALUE "N".
               88  WS-PAY-TRAILER-SEEN VALUE "Y".
           05  WS-TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           PERFORM 1070-LOAD-XLATE-TABLE THRU 1070-EXIT
           PERFORM 1100-LOAD-PAYROLL-FILE THRU 1100-EXIT
           PERFORM 1300-CHECK-INTF-OPERATOR THRU 1300-EXIT
           PERFORM 1400-MAP-PAYROLL-DETAILS THRU 1400-EXIT
           PERFORM 2000-COPY-KEYED-RECORD THRU 2000-EXIT
               UNTIL WS-RAW-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE FILES.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAYROLL-FILE
           IF NOT WS-PAYROLL-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN PAYIN, "
                   "FILE STATUS = " WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XLATE-FILE
           IF NOT WS-XLATE-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN PAYXLATE, "
                   "FILE STATUS = " WS-XLATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN ACCTMAST, "
                   "FILE STATUS = " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RAW-FILE
           IF NOT WS-RAW-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN RAWIN, "
                   "FILE STATUS = " WS-RAW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MERGED-FILE
           IF NOT WS-MERGED-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN MRGOUT, "
                   "FILE STATUS = " WS-MERGED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETURN-FILE
           IF NOT WS-RETURN-OK
               DISPLAY "CALCPAYI: UNABLE TO OPEN PAYRET, "
                   "FILE STATUS = " WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1050-READ-PARM THRU 1050-EXIT
      *>  THE INTERFACE OPERATOR ID, EIGHT CHARACTERS.  THERE IS
      *>  NO DEFAULT -- A MISSING OR BLANK PARM LEAVES THE ID BLANK
      *>  AND 1300 REFUSES THE MERGE.
      *>-----------------------------------------------------------
       1050-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-INTF-OPERATOR-ID
                           TO WS-INTF-OPERATOR-ID
               END-READ
               CLOSE PARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1070-LOAD-XLATE-TABLE THRU 1070-EXIT
      *>  LOAD THE COST-CENTRE TRANSLATION TABLE.  A COST CENTRE
      *>  THAT APPEARS TWICE MAKES THE MAPPING AMBIGUOUS -- THE RUN
      *>  IS REFUSED UNTIL THE LEDGER TEAM CORRECTS THE TABLE.
      *>-----------------------------------------------------------
       1070-LOAD-XLATE-TABLE.
           PERFORM 1080-READ-XLATE THRU 1080-EXIT
           PERFORM 1090-TAKE-XLATE-RECORD THRU 1090-EXIT
               UNTIL WS-XLATE-EOF
           CLOSE XLATE-FILE.
       1070-EXIT.
           EXIT.

       1080-READ-XLATE.
           READ XLATE-FILE
               AT END
                   SET WS-XLATE-EOF-SWITCH TO "Y"
           END-READ.
       1080-EXIT.
           EXIT.

       1090-TAKE-XLATE-RECORD.
           SET XL-IDX TO 1
           SEARCH WS-XL-ENTRY
               AT END
                   CONTINUE
               WHEN XL-IDX > WS-XLATE-COUNT
                   CONTINUE
               WHEN WS-XL-COST-CENTRE (XL-IDX) = PXL-COST-CENTRE
                   DISPLAY "CALCPAYI: COST CENTRE " PXL-COST-CENTRE
                       " IS ON PAYXLATE TWICE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-SEARCH
           IF WS-XLATE-COUNT >= WS-XLATE-MAX
               DISPLAY "CALCPAYI: PAYXLATE EXCEEDS "
                   WS-XLATE-MAX " COST CENTRES - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-XLATE-COUNT
           SET XL-IDX TO WS-XLATE-COUNT
           MOVE PXL-COST-CENTRE TO WS-XL-COST-CENTRE (XL-IDX)
           MOVE PXL-ACCOUNT-REF TO WS-XL-ACCOUNT-REF (XL-IDX)
           PERFORM 1080-READ-XLATE THRU 1080-EXIT.
       1090-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1100-LOAD-PAYROLL-FILE THRU 1100-EXIT
      *>  READ THE WHOLE FEEDER INTO THE TABLE AND PROVE IT AGAINST
      *>  ITS OWN CONTROLS BEFORE A SINGLE LINE IS MERGED.  EVERY
      *>  DETAIL IS HELD EVEN WHEN THE FILE FAILS, SO EACH ONE
      *>  STILL GETS ITS LINE ON THE RETURN FILE.  WS-FILE-REASON
      *>  IS LEFT BLANK ONLY WHEN THE FILE IS TODAY'S, COMPLETE AND
      *>  IN BALANCE.
      *>-----------------------------------------------------------
       1100-LOAD-PAYROLL-FILE.
           PERFORM 1110-READ-PAYROLL THRU 1110-EXIT
           IF WS-PAY-EOF
               GO TO 1100-EXIT
           END-IF
           IF PAYF-IS-HEADER
               PERFORM 1150-TAKE-PAYROLL-HEADER THRU 1150-EXIT
               PERFORM 1110-READ-PAYROLL THRU 1110-EXIT
           ELSE
               DISPLAY "CALCPAYI: PAYROLL HEADER MISSING - "
                   "NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
           END-IF
           PERFORM 1200-TAKE-PAYROLL-RECORD THRU 1200-EXIT
               UNTIL WS-PAY-EOF
           IF NOT WS-PAY-TRAILER-SEEN
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " TRAILER MISSING - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-PAYROLL.
           READ PAYROLL-FILE
               AT END
                   SET WS-PAY-EOF-SWITCH TO "Y"
               NOT AT END
                   ADD 1 TO WS-PAY-RECORD-COUNT
           END-READ.
       1110-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1150-TAKE-PAYROLL-HEADER THRU 1150-EXIT
      *>  A FEED WHOSE DATE IS NOT TODAY IS ONE THE SCHEDULER HAS
      *>  ALREADY PROCESSED OR NEVER REPLACED -- MERGING IT AGAIN
      *>  COULD POST A NIGHT'S PAYROLL TWICE.
      *>-----------------------------------------------------------
       1150-TAKE-PAYROLL-HEADER.
           SET WS-PAY-HEADER-SWITCH TO "Y"
           IF PAYF-HDR-RUN-NO NUMERIC
               MOVE PAYF-HDR-RUN-NO TO WS-PAY-RUN-NO
           END-IF
           IF PAYF-HDR-FILE-DATE NOT NUMERIC OR
                   PAYF-HDR-DETAIL-COUNT NOT NUMERIC
               DISPLAY "CALCPAYI: PAYROLL HEADER CONTROLS NOT "
                   "NUMERIC - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
               GO TO 1150-EXIT
           END-IF
           MOVE PAYF-HDR-FILE-DATE TO WS-PAY-FILE-DATE
           MOVE PAYF-HDR-DETAIL-COUNT TO WS-PAY-HDR-COUNT
           IF WS-PAY-FILE-DATE NOT = WS-CURRENT-DATE
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " DATED " WS-PAY-FILE-DATE " IS NOT TODAY'S - "
                   "STALE FEED NOT MERGED"
               MOVE "STALE" TO WS-FILE-REASON
           END-IF.
       1150-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1200-TAKE-PAYROLL-RECORD THRU 1200-EXIT
      *>  ONE FEEDER RECORD AFTER THE HEADER.  A DETAIL IS HELD AND
      *>  COUNTED AND TOTALLED FOR THE PROOF; THE TRAILER IS PROVED.
      *>  ANYTHING AFTER THE TRAILER, A SECOND HEADER, AN UNKNOWN
      *>  RECORD TYPE, OR A NON-NUMERIC AMOUNT OR BAD SIGN MARKS
      *>  THE FILE DAMAGED.
      *>-----------------------------------------------------------
       1200-TAKE-PAYROLL-RECORD.
           EVALUATE TRUE
               WHEN WS-PAY-TRAILER-SEEN
                   DISPLAY "CALCPAYI: PAYROLL RECORD AFTER THE "
                       "TRAILER - FILE DAMAGED, NOT MERGED"
                   MOVE "CONTROLS" TO WS-FILE-REASON
                   IF PAYF-IS-DETAIL
                       PERFORM 1220-HOLD-PAYROLL-DETAIL THRU 1220-EXIT
                   END-IF
               WHEN PAYF-IS-DETAIL
                   PERFORM 1220-HOLD-PAYROLL-DETAIL THRU 1220-EXIT
               WHEN PAYF-IS-TRAILER
                   SET WS-PAY-TRAILER-SWITCH TO "Y"
                   PERFORM 1250-PROVE-PAYROLL-TRAILER THRU 1250-EXIT
               WHEN OTHER
                   DISPLAY "CALCPAYI: PAYROLL RECORD "
                       WS-PAY-RECORD-COUNT " TYPE " PAYF-REC-TYPE
                       " NOT RECOGNISED - FILE DAMAGED, NOT MERGED"
                   MOVE "CONTROLS" TO WS-FILE-REASON
           END-EVALUATE
           PERFORM 1110-READ-PAYROLL THRU 1110-EXIT.
       1200-EXIT.
           EXIT.

       1220-HOLD-PAYROLL-DETAIL.
           IF WS-PAYROLL-COUNT >= WS-PAYROLL-MAX
               DISPLAY "CALCPAYI: PAYROLL FILE EXCEEDS "
                   WS-PAYROLL-MAX " DETAILS - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PAYROLL-COUNT
           SET PY-IDX TO WS-PAYROLL-COUNT
           MOVE PAYF-LINE-NO TO WS-PY-LINE-NO (PY-IDX)
           MOVE PAYF-COST-CENTRE TO WS-PY-COST-CENTRE (PY-IDX)
           MOVE PAYF-SIGN TO WS-PY-SIGN (PY-IDX)
           MOVE SPACES TO WS-PY-ACCOUNT-REF (PY-IDX)
           MOVE ZERO TO WS-PY-POST-AMOUNT (PY-IDX)
           MOVE SPACES TO WS-PY-REASON (PY-IDX)
           MOVE ZERO TO WS-PY-SEQ-NO (PY-IDX)
           IF PAYF-AMOUNT NOT NUMERIC OR
                   NOT (PAYF-DEBIT OR PAYF-CREDIT)
               DISPLAY "CALCPAYI: PAYROLL LINE " PAYF-LINE-NO
                   " AMOUNT OR SIGN NOT VALID - FILE DAMAGED, "
                   "NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
               MOVE ZERO TO WS-PY-AMOUNT (PY-IDX)
               GO TO 1220-EXIT
           END-IF
           MOVE PAYF-AMOUNT TO WS-PY-AMOUNT (PY-IDX)
           IF PAYF-CREDIT
               ADD PAYF-AMOUNT TO WS-PAY-CREDIT-TOTAL
           ELSE
               ADD PAYF-AMOUNT TO WS-PAY-DEBIT-TOTAL
           END-IF.
       1220-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1250-PROVE-PAYROLL-TRAILER THRU 1250-EXIT
      *>  THE DETAILS AS READ MUST AGREE WITH THE COUNT PAYROLL
      *>  PUT ON THE HEADER, THE COUNT IT PUT ON THE TRAILER, AND
      *>  THE TRAILER'S DEBIT AND CREDIT TOTALS.
      *>-----------------------------------------------------------
       1250-PROVE-PAYROLL-TRAILER.
           IF PAYF-TRL-DETAIL-COUNT NOT NUMERIC OR
                   PAYF-TRL-DEBIT-TOTAL NOT NUMERIC OR
                   PAYF-TRL-CREDIT-TOTAL NOT NUMERIC
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " TRAILER CONTROLS NOT NUMERIC - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
               GO TO 1250-EXIT
           END-IF
           IF WS-PAY-HEADER-SEEN AND
                   WS-PAY-HDR-COUNT NOT = WS-PAYROLL-COUNT
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " OUT OF BALANCE - DETAIL COUNT "
                   WS-PAYROLL-COUNT " HEADER SAYS "
                   WS-PAY-HDR-COUNT " - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
           END-IF
           IF PAYF-TRL-DETAIL-COUNT NOT = WS-PAYROLL-COUNT
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " OUT OF BALANCE - DETAIL COUNT "
                   WS-PAYROLL-COUNT " TRAILER SAYS "
                   PAYF-TRL-DETAIL-COUNT " - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
           END-IF
           IF PAYF-TRL-DEBIT-TOTAL NOT = WS-PAY-DEBIT-TOTAL OR
                   PAYF-TRL-CREDIT-TOTAL NOT = WS-PAY-CREDIT-TOTAL
               DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO
                   " OUT OF BALANCE - DEBIT/CREDIT TOTALS DO NOT "
                   "AGREE WITH THE TRAILER - NOT MERGED"
               MOVE "CONTROLS" TO WS-FILE-REASON
           END-IF.
       1250-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1300-CHECK-INTF-OPERATOR THRU 1300-EXIT
      *>  THE MERGED DETAILS POST UNDER THE INTERFACE OPERATOR, SO
      *>  CALC WILL HOLD THEM TO THAT OPERATOR'S MASTER RECORD --
      *>  REFUSE THE MERGE UP FRONT RATHER THAN LET EVERY LINE BE
      *>  REJECTED AT POSTING.  THE LIMIT STILL LEFT TODAY IS KEPT
      *>  FOR THE LINE CHECK IN 1400.
      *>-----------------------------------------------------------
       1300-CHECK-INTF-OPERATOR.
           IF WS-FILE-REASON NOT = SPACES OR
                   WS-PAYROLL-COUNT = ZERO
               GO TO 1300-EXIT
           END-IF
           IF WS-INTF-OPERATOR-ID = SPACES
               DISPLAY "CALCPAYI: NO INTERFACE OPERATOR ON PAYPARM "
                   "- NOT MERGED"
               MOVE "INTFOPER" TO WS-FILE-REASON
               GO TO 1300-EXIT
           END-IF
           MOVE WS-INTF-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "CALCPAYI: INTERFACE OPERATOR "
                       WS-INTF-OPERATOR-ID " NOT ON OPERMAST - "
                       "NOT MERGED"
                   MOVE "INTFOPER" TO WS-FILE-REASON
                   GO TO 1300-EXIT
           END-READ
           MOVE ZERO TO WS-ADD-PERMITTED
           INSPECT OPER-ALLOWED-OPS TALLYING WS-ADD-PERMITTED
               FOR ALL "A"
           IF NOT OPER-ACTIVE OR WS-ADD-PERMITTED = ZERO
               DISPLAY "CALCPAYI: INTERFACE OPERATOR "
                   WS-INTF-OPERATOR-ID " INACTIVE OR NOT PERMITTED "
                   "TO ADD - NOT MERGED"
               MOVE "INTFOPER" TO WS-FILE-REASON
               GO TO 1300-EXIT
           END-IF
           IF OPER-POSTED-DATE = WS-CURRENT-DATE
               COMPUTE WS-LIMIT-LEFT =
                   OPER-DAILY-LIMIT - OPER-POSTED-AMOUNT
           ELSE
               MOVE OPER-DAILY-LIMIT TO WS-LIMIT-LEFT
           END-IF.
       1300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1400-MAP-PAYROLL-DETAILS THRU 1400-EXIT
      *>  MAP EVERY LINE OF A FILE THAT PROVED TO ITS ACCOUNT AND
      *>  DECIDE WHETHER IT CAN POST.
      *>-----------------------------------------------------------
       1400-MAP-PAYROLL-DETAILS.
           IF WS-FILE-REASON NOT = SPACES OR
                   WS-PAYROLL-COUNT = ZERO
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-MAP-PAYROLL-LINE THRU 1410-EXIT
               VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PAYROLL-COUNT.
       1400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1410-MAP-PAYROLL-LINE THRU 1410-EXIT
      *>  COST CENTRE TO ACCT-REF THROUGH THE TRANSLATION TABLE;
      *>  THE ACCOUNT MUST BE OPEN ON THE CHART OF ACCOUNTS, THE
      *>  SAME TEST CALCEDIT APPLIES TO AN ALLOCATION TARGET; THE
      *>  AMOUNT MUST FIT TRAN-I1; AND THE LINE MUST NOT CARRY THE
      *>  INTERFACE OPERATOR PAST THE LIMIT LEFT TODAY (BY
      *>  MAGNITUDE, AS CALC COUNTS IT).
      *>-----------------------------------------------------------
       1410-MAP-PAYROLL-LINE.
           SET XL-IDX TO 1
           SEARCH WS-XL-ENTRY
               AT END
                   MOVE "NOXLATE" TO WS-PY-REASON (PY-IDX)
               WHEN XL-IDX > WS-XLATE-COUNT
                   MOVE "NOXLATE" TO WS-PY-REASON (PY-IDX)
               WHEN WS-XL-COST-CENTRE (XL-IDX) =
                       WS-PY-COST-CENTRE (PY-IDX)
                   MOVE WS-XL-ACCOUNT-REF (XL-IDX)
                       TO WS-PY-ACCOUNT-REF (PY-IDX)
           END-SEARCH
           IF WS-PY-REASON (PY-IDX) NOT = SPACES
               GO TO 1410-EXIT
           END-IF
           MOVE WS-PY-ACCOUNT-REF (PY-IDX) TO ACCT-REF
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCTBAD" TO WS-PY-REASON (PY-IDX)
               NOT INVALID KEY
                   IF NOT ACCT-OPEN
                       MOVE "ACCTBAD" TO WS-PY-REASON (PY-IDX)
                   ELSE
                       IF ACCT-CLOSE-DATE NOT = ZERO AND
                               ACCT-CLOSE-DATE <= WS-CURRENT-DATE
                           MOVE "ACCTBAD" TO WS-PY-REASON (PY-IDX)
                       END-IF
                   END-IF
           END-READ
           IF WS-PY-REASON (PY-IDX) NOT = SPACES
               GO TO 1410-EXIT
           END-IF
           IF WS-PY-AMOUNT (PY-IDX) > 9999999.99
               MOVE "TOOLARGE" TO WS-PY-REASON (PY-IDX)
               GO TO 1410-EXIT
           END-IF
           IF WS-PY-AMOUNT (PY-IDX) > WS-LIMIT-LEFT
               MOVE "OVERLIMT" TO WS-PY-REASON (PY-IDX)
               GO TO 1410-EXIT
           END-IF
           SUBTRACT WS-PY-AMOUNT (PY-IDX) FROM WS-LIMIT-LEFT
           IF WS-PY-SIGN (PY-IDX) = "-"
               COMPUTE WS-PY-POST-AMOUNT (PY-IDX) =
                   ZERO - WS-PY-AMOUNT (PY-IDX)
           ELSE
               MOVE WS-PY-AMOUNT (PY-IDX) TO WS-PY-POST-AMOUNT (PY-IDX)
           END-IF.
       1410-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-COPY-KEYED-RECORD THRU 2000-EXIT
      *>  PASS ONE KEYED RECORD THROUGH TO THE MERGED FILE.  THE
      *>  HEADER AND EVERY DETAIL GO THROUGH UNTOUCHED; ON THE
      *>  TRAILER THE PAYROLL DETAILS ARE EMITTED FIRST, RENUMBERED
      *>  ABOVE THE HIGHEST KEYED SEQUENCE, AND THE TRAILER
      *>  CONTROLS ARE EXTENDED -- THE SAME MERGE CALCMRGE DOES.
      *>-----------------------------------------------------------
       2000-COPY-KEYED-RECORD.
           READ RAW-FILE
               AT END
                   SET WS-RAW-EOF-SWITCH TO "Y"
                   GO TO 2000-EXIT
           END-READ
           EVALUATE TRUE
               WHEN TRAN-IS-HEADER
                   MOVE TRAN-HDR-BATCH-ID TO WS-BATCH-ID
                   MOVE TRAN-HDR-BATCH-DATE TO WS-BATCH-DATE
                   MOVE SPACES TO MERGED-RECORD
                   WRITE MERGED-RECORD FROM TRAN-HEADER-RECORD
               WHEN TRAN-IS-TRAILER
                   PERFORM 2100-EMIT-PAYROLL-DETAILS THRU 2100-EXIT
                   PERFORM 2200-EXTEND-TRAILER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-KEYED-COUNT
                   IF TRAN-SEQ-NO NUMERIC AND
                           TRAN-SEQ-NO > WS-LAST-KEYED-SEQ-NO
                       MOVE TRAN-SEQ-NO TO WS-LAST-KEYED-SEQ-NO
                   END-IF
                   MOVE SPACES TO MERGED-RECORD
                   WRITE MERGED-RECORD FROM TRAN-RECORD
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-EMIT-PAYROLL-DETAILS.
           IF WS-FILE-REASON NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE WS-LAST-KEYED-SEQ-NO TO WS-NEXT-SEQ-NO
           IF WS-PAYROLL-COUNT > ZERO
               PERFORM 2110-WRITE-PAYROLL-DETAIL THRU 2110-EXIT
                   VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYROLL-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-WRITE-PAYROLL-DETAIL.
           IF WS-PY-REASON (PY-IDX) NOT = SPACES
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE WS-NEXT-SEQ-NO TO WS-PY-SEQ-NO (PY-IDX)
           MOVE WS-NEXT-SEQ-NO TO WS-DT-SEQ-NO
           MOVE WS-INTF-OPERATOR-ID TO WS-DT-OPERATOR-ID
           MOVE WS-PY-ACCOUNT-REF (PY-IDX) TO WS-DT-ACCOUNT-REF
           MOVE SPACE TO WS-DT-CHAIN-FLAG
           MOVE WS-PY-POST-AMOUNT (PY-IDX) TO WS-DT-I1
           MOVE "ADD" TO WS-DT-OPERATION
           MOVE ZERO TO WS-DT-I2
           MOVE SPACES TO WS-DT-CURRENCY-CODE
           MOVE SPACES TO WS-DT-COMPANY-CODE
           MOVE SPACES TO MERGED-RECORD
           WRITE MERGED-RECORD FROM WS-DETAIL-RECORD
           ADD 1 TO WS-GEN-COUNT
           ADD WS-DT-I1 TO WS-GEN-HASH-TOTAL
           ADD WS-DT-I2 TO WS-GEN-HASH-TOTAL.
       2110-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2200-EXTEND-TRAILER THRU 2200-EXIT
      *>  WRITE THE MERGED TRAILER: THE KEYED TRAILER'S OWN COUNT
      *>  AND HASH PLUS THE PAYROLL RECORDS' COUNT AND HASH.  A
      *>  TRAILER WITH NON-NUMERIC CONTROLS IS PASSED THROUGH
      *>  UNTOUCHED FOR CALCEDIT TO REFUSE.
      *>-----------------------------------------------------------
       2200-EXTEND-TRAILER.
           SET WS-TRAILER-SEEN-SWITCH TO "Y"
           IF TRAN-TRL-DETAIL-COUNT NOT NUMERIC OR
                   TRAN-TRL-HASH-TOTAL NOT NUMERIC
               DISPLAY "CALCPAYI: BATCH " WS-BATCH-ID
                   " TRAILER CONTROLS NOT NUMERIC - "
                   "PASSED THROUGH UNEXTENDED"
               MOVE SPACES TO MERGED-RECORD
               WRITE MERGED-RECORD FROM TRAN-TRAILER-RECORD
               GO TO 2200-EXIT
           END-IF
           MOVE TRAN-TRL-BATCH-ID TO WS-MT-BATCH-ID
           COMPUTE WS-MT-DETAIL-COUNT =
               TRAN-TRL-DETAIL-COUNT + WS-GEN-COUNT
           COMPUTE WS-MT-HASH-TOTAL =
               TRAN-TRL-HASH-TOTAL + WS-GEN-HASH-TOTAL
           MOVE SPACES TO MERGED-RECORD
           WRITE MERGED-RECORD FROM WS-MERGED-TRAILER.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  A KEYED FILE WITHOUT A TRAILER GOT NO PAYROLL DETAILS --
      *>  EVERY LINE GOES BACK REJECTED.  WRITE THE RETURN FILE,
      *>  CLOSE UP AND SET THE RETURN CODE: 8 WHEN NOTHING COULD BE
      *>  MERGED FOR A CONTROL FAILURE, 4 FOR A STALE OR MISSING
      *>  FEED OR ANY LINE REJECTED.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "CALCPAYI: BATCH " WS-BATCH-ID
                   " TRAILER MISSING - NOTHING MERGED"
               IF WS-FILE-REASON = SPACES
                   MOVE "NOBATCH" TO WS-FILE-REASON
               END-IF
           END-IF
           IF WS-PAYROLL-COUNT > ZERO
               PERFORM 3100-WRITE-RETURN-LINE THRU 3100-EXIT
                   VARYING PY-IDX FROM 1 BY 1
                   UNTIL PY-IDX > WS-PAYROLL-COUNT
           END-IF
           CLOSE PAYROLL-FILE
           CLOSE OPERATOR-FILE
           CLOSE ACCOUNT-FILE
           CLOSE RAW-FILE
           CLOSE MERGED-FILE
           CLOSE RETURN-FILE
           EVALUATE TRUE
               WHEN WS-FILE-REASON = "CONTROLS" OR "INTFOPER"
                       OR "NOBATCH"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FILE-REASON = "STALE"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PAY-RECORD-COUNT = ZERO
                   DISPLAY "CALCPAYI: NO PAYROLL FEED RECEIVED - "
                       "NOTHING TO MERGE"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "CALCPAYI: PAYROLL RUN " WS-PAY-RUN-NO " - "
               WS-GEN-COUNT " OF " WS-PAYROLL-COUNT
               " DETAILS MERGED AFTER " WS-KEYED-COUNT
               " KEYED DETAILS, " WS-REJECTED-COUNT
               " RETURNED REJECTED".
       3000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3100-WRITE-RETURN-LINE THRU 3100-EXIT
      *>  ONE LINE BACK TO PAYROLL PER FEEDER DETAIL.  A FILE-LEVEL
      *>  FAILURE REJECTS EVERY LINE WITH THE FILE'S REASON.
      *>-----------------------------------------------------------
       3100-WRITE-RETURN-LINE.
           MOVE SPACES TO PRT-RECORD
           MOVE WS-PY-LINE-NO (PY-IDX) TO PRT-LINE-NO
           MOVE WS-PY-COST-CENTRE (PY-IDX) TO PRT-COST-CENTRE
           MOVE WS-PY-AMOUNT (PY-IDX) TO PRT-AMOUNT
           MOVE WS-PY-SIGN (PY-IDX) TO PRT-SIGN
           MOVE WS-PY-ACCOUNT-REF (PY-IDX) TO PRT-ACCOUNT-REF
           MOVE ZERO TO PRT-BATCH-DATE
           MOVE ZERO TO PRT-SEQ-NO
           EVALUATE TRUE
               WHEN WS-FILE-REASON NOT = SPACES
                   MOVE "REJECTED" TO PRT-STATUS
                   MOVE WS-FILE-REASON TO PRT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-PY-REASON (PY-IDX) NOT = SPACES
                   MOVE "REJECTED" TO PRT-STATUS
                   MOVE WS-PY-REASON (PY-IDX) TO PRT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "ACCEPTED" TO PRT-STATUS
                   MOVE WS-BATCH-ID TO PRT-BATCH-ID
                   MOVE WS-BATCH-DATE TO PRT-BATCH-DATE
                   MOVE WS-PY-SEQ-NO (PY-IDX) TO PRT-SEQ-NO
           END-EVALUATE
           WRITE PRT-RECORD
           IF NOT WS-RETURN-OK
               DISPLAY "CALCPAYI: UNABLE TO WRITE PAYRET, "
                   "FILE STATUS = " WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3100-EXIT.
           EXIT.

       END PROGRAM CALCPAYI.
