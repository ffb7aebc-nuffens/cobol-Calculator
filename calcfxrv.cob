                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCFXRV
      *>
      *>  PURPOSE.     MONTH-END FOREIGN-CURRENCY REVALUATION REPORT.
      *>               A CAD OR EUR POSTING IS BOOKED IN BASE
      *>               CURRENCY AT THE RATE OF THE DAY CALC CONVERTED
      *>               IT.  WHILE IT SITS ON THE SUSPENSE FILE OR THE
      *>               PENDING-APPROVAL FILE THE RATE MOVES ON, AND
      *>               THE BASE FIGURE IT WILL EVENTUALLY POST AT NO
      *>               LONGER MATCHES WHAT THE ORIGINAL AMOUNT IS
      *>               WORTH.  READS BOTH FILES AND, FOR EVERY ITEM
      *>               IN A CURRENCY OTHER THAN BASE, LOOKS UP THE
      *>               RATE MASTER FOR THE FXRVPARM DATE (EMPTY OR
      *>               MISSING PARM MEANS TODAY), REVALUES THE
      *>               ORIGINAL AMOUNT AND PRINTS THE EXCHANGE GAIN
      *>               OR LOSS AGAINST THE BOOKED BASE AMOUNT,
      *>               SUBTOTALED BY ACCOUNT.  NOTHING IS POSTED --
      *>               FINANCE JOURNALS THE DIFFERENCE BY HAND FROM
      *>               THE REPORT.  AN ITEM WHOSE CURRENCY HAS NO
      *>               RATE ON THE MASTER FOR THE DATE IS FLAGGED
      *>               NO RATE AND ENDS THE STEP WITH RC=4.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFXRV.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PARM-FILE ASSIGN TO "FXRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FXRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPIN-FILE.
           COPY SUSPREC.

       FD  PENDIN-FILE.
           COPY PNDREC.

       FD  RATE-FILE.
           COPY RATEREC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REVAL-DATE       PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FXRVLINE.
       COPY BASECCY.

      *>   THE ITEM BEING REVALUED, MOVED IN FROM WHICHEVER FILE IT
      *>   CAME OFF SO 2700-REVALUE-ITEM WORKS THE SAME FOR BOTH.
       01  WS-ITEM.
           05  WS-IT-SOURCE          PIC X(04).
           05  WS-IT-SEQ-NO          PIC 9(06).
           05  WS-IT-ACCOUNT-REF     PIC X(10).
           05  WS-IT-CURRENCY-CODE   PIC X(03).
           05  WS-IT-ORIG-AMOUNT     PIC S9(7)V99.
           05  WS-IT-BOOKED-AMOUNT   PIC S9(7)V99.

       01  WS-REVALUED-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01  WS-GAIN-LOSS PIC S9(9)V99 VALUE ZERO.

       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-ACCT-MAX           PIC 9(04) COMP VALUE 500.
           05  WS-AC-ENTRY OCCURS 500 TIMES
                   INDEXED BY AC-IDX.
               10  WS-AC-ACCOUNT-REF PIC X(10).
               10  WS-AC-COUNT       PIC 9(06).
               10  WS-AC-BOOKED      PIC S9(11)V99.
               10  WS-AC-REVALUED    PIC S9(11)V99.
               10  WS-AC-GAIN-LOSS   PIC S9(11)V99.

       01  WS-AC-SUB PIC 9(04) COMP VALUE ZERO.

       01  WS-READ-COUNT PIC 9(06) VALUE ZERO.
       01  WS-REVALUED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-NO-RATE-COUNT PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-GAIN-LOSS PIC S9(11)V99 VALUE ZERO.

       01  WS-CURRENT-DATE PIC 9(08) VALUE ZERO.
       01  WS-REVAL-DATE PIC 9(08) VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-FILE-STATUSES.
           05  WS-SUSPIN-STATUS      PIC X(02).
               88  WS-SUSPIN-OK      VALUE "00".
           05  WS-PENDIN-STATUS      PIC X(02).
               88  WS-PENDIN-OK      VALUE "00".
           05  WS-RATE-STATUS        PIC X(02).
               88  WS-RATE-OK        VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-SUSP-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-SUSP-EOF       VALUE "Y".
           05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-PEND-EOF       VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-REVALUE-SUSPENSE THRU 2000-EXIT
               UNTIL WS-SUSP-EOF
           PERFORM 2500-REVALUE-PENDING THRU 2500-EXIT
               UNTIL WS-PEND-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE REVALUATION DATE, OPEN THE FILES AND PRIME
      *>  BOTH READS.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-REVAL-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REVAL-DATE NUMERIC
                           MOVE PARM-REVAL-DATE TO WS-REVAL-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           OPEN INPUT SUSPIN-FILE
           IF NOT WS-SUSPIN-OK
               DISPLAY "CALCFXRV: UNABLE TO OPEN SUSPIN, "
                   "FILE STATUS = " WS-SUSPIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDIN-FILE
           IF NOT WS-PENDIN-OK
               DISPLAY "CALCFXRV: UNABLE TO OPEN PENDIN, "
                   "FILE STATUS = " WS-PENDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "CALCFXRV: UNABLE TO OPEN RATEMAST, "
                   "FILE STATUS = " WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCFXRV: UNABLE TO OPEN FXRVRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT
           PERFORM 1200-READ-PENDING THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-SUSPENSE.
           READ SUSPIN-FILE
               AT END
                   SET WS-SUSP-EOF-SWITCH TO "Y"
           END-READ.
       1100-EXIT.
           EXIT.

       1200-READ-PENDING.
           READ PENDIN-FILE
               AT END
                   SET WS-PEND-EOF-SWITCH TO "Y"
           END-READ.
       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-REVALUE-SUSPENSE THRU 2000-EXIT
      *>  ONE SUSPENSE ITEM INTO THE COMMON ITEM AREA AND THROUGH
      *>  THE REVALUATION.
      *>-----------------------------------------------------------
       2000-REVALUE-SUSPENSE.
           MOVE "SUSP" TO WS-IT-SOURCE
           MOVE SUSP-SEQ-NO TO WS-IT-SEQ-NO
           MOVE SUSP-ACCOUNT-REF TO WS-IT-ACCOUNT-REF
           MOVE SUSP-CURRENCY-CODE TO WS-IT-CURRENCY-CODE
           MOVE SUSP-AMOUNT TO WS-IT-BOOKED-AMOUNT
           IF SUSP-ORIG-AMOUNT NUMERIC
               MOVE SUSP-ORIG-AMOUNT TO WS-IT-ORIG-AMOUNT
           ELSE
               MOVE SUSP-AMOUNT TO WS-IT-ORIG-AMOUNT
           END-IF
           PERFORM 2700-REVALUE-ITEM THRU 2700-EXIT
           PERFORM 1100-READ-SUSPENSE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2500-REVALUE-PENDING THRU 2500-EXIT
      *>  ONE PENDING-APPROVAL ITEM, THE SAME WAY.
      *>-----------------------------------------------------------
       2500-REVALUE-PENDING.
           MOVE "PEND" TO WS-IT-SOURCE
           MOVE PND-SEQ-NO TO WS-IT-SEQ-NO
           MOVE PND-ACCOUNT-REF TO WS-IT-ACCOUNT-REF
           MOVE PND-CURRENCY-CODE TO WS-IT-CURRENCY-CODE
           MOVE PND-AMOUNT TO WS-IT-BOOKED-AMOUNT
           IF PND-ORIG-AMOUNT NUMERIC
               MOVE PND-ORIG-AMOUNT TO WS-IT-ORIG-AMOUNT
           ELSE
               MOVE PND-AMOUNT TO WS-IT-ORIG-AMOUNT
           END-IF
           PERFORM 2700-REVALUE-ITEM THRU 2700-EXIT
           PERFORM 1200-READ-PENDING THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2700-REVALUE-ITEM THRU 2700-EXIT
      *>  A BASE-CURRENCY ITEM (OR ONE HELD BEFORE THE CURRENCY WAS
      *>  CARRIED, WHICH READS AS SPACES) HAS NOTHING TO REVALUE
      *>  AND IS ONLY COUNTED.  OTHERWISE LOOK UP THE RATE FOR THE
      *>  REVALUATION DATE, REVALUE THE ORIGINAL AMOUNT AND TAKE
      *>  THE DIFFERENCE FROM THE BOOKED BASE AMOUNT.
      *>-----------------------------------------------------------
       2700-REVALUE-ITEM.
           ADD 1 TO WS-READ-COUNT
           IF WS-IT-CURRENCY-CODE = SPACES OR
                   WS-IT-CURRENCY-CODE = BASE-CURRENCY-CODE
               GO TO 2700-EXIT
           END-IF
           MOVE WS-IT-CURRENCY-CODE TO RATE-CURRENCY-CODE
           MOVE WS-REVAL-DATE TO RATE-EFFECTIVE-DATE
           READ RATE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-RATE-COUNT
                   DISPLAY "CALCFXRV: NO " WS-IT-CURRENCY-CODE
                       " RATE FOR " WS-REVAL-DATE " - " WS-IT-SOURCE
                       " ITEM " WS-IT-SEQ-NO " NOT REVALUED"
                   PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
                   GO TO 2700-EXIT
           END-READ
           COMPUTE WS-REVALUED-AMOUNT ROUNDED =
               WS-IT-ORIG-AMOUNT * RATE-TO-BASE
           COMPUTE WS-GAIN-LOSS =
               WS-REVALUED-AMOUNT - WS-IT-BOOKED-AMOUNT
           ADD 1 TO WS-REVALUED-COUNT
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
           PERFORM 2900-ROLL-ACCT-SUBTOTAL THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

       2800-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           MOVE WS-IT-SOURCE TO FXRVD-SOURCE
           MOVE WS-IT-SEQ-NO TO FXRVD-SEQ-NO
           MOVE WS-IT-ACCOUNT-REF TO FXRVD-ACCOUNT-REF
           MOVE WS-IT-CURRENCY-CODE TO FXRVD-CURRENCY-CODE
           MOVE WS-IT-ORIG-AMOUNT TO FXRVD-ORIG-AMOUNT
           MOVE WS-IT-BOOKED-AMOUNT TO FXRVD-BOOKED-AMOUNT
           IF WS-RATE-OK
               MOVE RATE-TO-BASE TO FXRVD-REVAL-RATE
               MOVE WS-REVALUED-AMOUNT TO FXRVD-REVALUED-AMOUNT
               MOVE WS-GAIN-LOSS TO FXRVD-GAIN-LOSS
               MOVE SPACES TO FXRVD-FLAG
           ELSE
               MOVE ZERO TO FXRVD-REVAL-RATE
               MOVE SPACES TO FXRVD-REVAL-FIGURES
               MOVE "NO RATE" TO FXRVD-FLAG
           END-IF
           WRITE REPORT-RECORD FROM FXRV-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2800-EXIT.
           EXIT.

       2900-ROLL-ACCT-SUBTOTAL.
           MOVE ZERO TO WS-AC-SUB
           IF WS-ACCT-COUNT > ZERO
               SET AC-IDX TO 1
               SEARCH WS-AC-ENTRY
                   AT END
                       CONTINUE
                   WHEN AC-IDX > WS-ACCT-COUNT
                       CONTINUE
                   WHEN WS-AC-ACCOUNT-REF (AC-IDX) = WS-IT-ACCOUNT-REF
                       SET WS-AC-SUB TO AC-IDX
               END-SEARCH
           END-IF
           IF WS-AC-SUB = ZERO
               IF WS-ACCT-COUNT >= WS-ACCT-MAX
                   DISPLAY "CALCFXRV: MORE THAN " WS-ACCT-MAX
                       " REVALUED ACCOUNTS - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-AC-SUB
               MOVE WS-IT-ACCOUNT-REF TO WS-AC-ACCOUNT-REF (WS-AC-SUB)
               MOVE ZERO TO WS-AC-COUNT (WS-AC-SUB)
               MOVE ZERO TO WS-AC-BOOKED (WS-AC-SUB)
               MOVE ZERO TO WS-AC-REVALUED (WS-AC-SUB)
               MOVE ZERO TO WS-AC-GAIN-LOSS (WS-AC-SUB)
           END-IF
           ADD 1 TO WS-AC-COUNT (WS-AC-SUB)
           ADD WS-IT-BOOKED-AMOUNT TO WS-AC-BOOKED (WS-AC-SUB)
           ADD WS-REVALUED-AMOUNT TO WS-AC-REVALUED (WS-AC-SUB)
           ADD WS-GAIN-LOSS TO WS-AC-GAIN-LOSS (WS-AC-SUB).
       2900-EXIT.
           EXIT.

       2910-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-REVAL-DATE TO FXRV1-REVAL-DATE
           MOVE WS-CURRENT-DATE TO FXRV1-RUN-DATE
           MOVE WS-PAGE-NO TO FXRV1-PAGE-NO
           WRITE REPORT-RECORD FROM FXRV-HEADING-1
           WRITE REPORT-RECORD FROM FXRV-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2910-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE ACCOUNT SUBTOTALS AND THE RUN TOTALS, AND SET
      *>  THE RETURN CODE: 4 WHEN ANY ITEM COULD NOT BE REVALUED
      *>  FOR WANT OF A RATE, SO TREASURY LOADS IT AND THE REPORT
      *>  IS RERUN BEFORE FINANCE TAKES THE FIGURES.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           IF WS-PAGE-NO = ZERO
               PERFORM 2910-PRINT-HEADERS THRU 2910-EXIT
           END-IF
           IF WS-ACCT-COUNT > ZERO
               PERFORM 3100-WRITE-ACCT-LINE THRU 3100-EXIT
                   VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACCT-COUNT
           END-IF
           MOVE WS-READ-COUNT TO FXRVT-READ-COUNT
           MOVE WS-REVALUED-COUNT TO FXRVT-REVALUED-COUNT
           MOVE WS-NO-RATE-COUNT TO FXRVT-NO-RATE-COUNT
           MOVE WS-TOTAL-GAIN-LOSS TO FXRVT-GAIN-LOSS
           WRITE REPORT-RECORD FROM FXRV-TOTAL-LINE
           CLOSE SUSPIN-FILE
           CLOSE PENDIN-FILE
           CLOSE RATE-FILE
           CLOSE REPORT-FILE
           DISPLAY "CALCFXRV: " WS-READ-COUNT " READ, "
               WS-REVALUED-COUNT " REVALUED, "
               WS-NO-RATE-COUNT " WITH NO RATE FOR " WS-REVAL-DATE
           IF WS-NO-RATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-ACCT-LINE.
           MOVE WS-AC-ACCOUNT-REF (AC-IDX) TO FXRVA-ACCOUNT-REF
           MOVE WS-AC-COUNT (AC-IDX) TO FXRVA-COUNT
           MOVE WS-AC-BOOKED (AC-IDX) TO FXRVA-BOOKED-TOTAL
           MOVE WS-AC-REVALUED (AC-IDX) TO FXRVA-REVALUED-TOTAL
           MOVE WS-AC-GAIN-LOSS (AC-IDX) TO FXRVA-GAIN-LOSS
           WRITE REPORT-RECORD FROM FXRV-ACCT-LINE
           ADD 1 TO WS-LINE-COUNT.
       3100-EXIT.
           EXIT.

       END PROGRAM CALCFXRV.
