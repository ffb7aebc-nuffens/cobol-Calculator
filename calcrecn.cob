      *>               DESIGN, SO IT IS COUNTED AND LEFT OUT OF THE
      *>               MATCH RATHER THAN REPORTED AS AN ORPHAN.
      *>
      *>               AN ALLOCATE POSTS ONE RESULT, AUDIT AND GL
      *>               RECORD PER TARGET ACCOUNT UNDER ONE SEQUENCE
      *>               NUMBER, SO ITS RESULTS SHARE THE SEQUENCE'S
      *>               AUDIT RECORDS ONE EACH AND CLAIM THEIR GL
      *>               RECORD BY ACCOUNT AS WELL AS AMOUNT.
      *>
      *>               THE INTERCOMPANY DUE-FROM AND DUE-TO ENTRIES ON
      *>               THE EXTRACT ARE PROVED SEPARATELY: PER PAIR OF
      *>               COMPANIES THEY MUST NET TO ZERO.
      *>
      *>  MODIFICATION HISTORY
      *>  AUG 25/26  AJ   ORIGINAL VERSION.  RUNS AS RECNSTEP AFTER
      *>                  CALCSTEP IN JCL/CALCJOB.JCL.
      *>                  (RUNREC.CPY) TO THE SHARED RUNLOG AS IT
      *>                  FINISHES, FOR THE CALCDAYE DAY-END
      *>                  SIGN-OFF.
      *>  OCT 15/26  AJ   MADE THE MATCH ALLOCATION-AWARE.  THE LINES
      *>                  OF AN ALLOCATE SHARE ONE SEQUENCE NUMBER, SO
      *>                  EACH ALLOCATE RESULT NOW CLAIMS ONE OF THE
      *>                  SEQUENCE'S AUDIT RECORDS (NO-AUDIT WHEN THE
      *>                  RESULTS OUTNUMBER THEM, AUD-ORPH WHEN THE
      *>                  AUDIT RECORDS OUTNUMBER THE RESULTS) AND ONE
      *>                  UNCLAIMED GL RECORD OF THE SAME SEQUENCE,
      *>                  ACCOUNT AND AMOUNT -- TWO TARGETS CAN TAKE
      *>                  THE SAME AMOUNT.  SUSPENDED AND HELD
      *>                  RESULTS NOW TAKE A LINE NUMBER OF THEIR OWN
      *>                  ON THE WORK CLUSTER, SO EVERY HELD LINE OF
      *>                  AN ALLOCATE IS KEPT AND THE RELEASE CHECK
      *>                  LOOKS THROUGH ALL OF A SEQUENCE'S HELD LINES
      *>                  FOR ONE OF THE RELEASED AMOUNT.
      *>  OCT 15/26  AJ   NOW PROVES THE INTERCOMPANY ENTRIES.  THE
      *>                  DUE-FROM AND DUE-TO ENTRIES CALC, CALCSUSP,
      *>                  CALCAPPR AND CALCREVR GENERATE WHEN ONE
      *>                  COMPANY PAYS FOR ANOTHER (GL-IC-FLAG) ARE
      *>                  KEPT OUT OF THE THREE-WAY MATCH -- THEY HAVE
      *>                  NO RESULT OF THEIR OWN -- AND TOTALLED PER
      *>                  PAIR OF COMPANIES INSTEAD.  A PAIR WHOSE
      *>                  DUE-FROM AND DUE-TO DO NOT NET TO ZERO IS AN
      *>                  IC-BRK EXCEPTION AND HOLDS THE UPLOAD (RC=8)
      *>                  LIKE ANY OTHER BREAK.  THE DAY'S
      *>                  INTERCOMPANY TOTALS PRINT UNDER THE CONTROL
      *>                  TOTALS.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRECN.
       01  WS-RUN-TIME PIC 9(06) VALUE ZERO.

       01  WS-GL-LINE-COUNTER PIC 9(06) VALUE ZERO.
       01  WS-SUSP-LINE-COUNTER PIC 9(06) VALUE ZERO.
       01  WS-MATCH-COUNT PIC 9(04) COMP VALUE ZERO.

       01  WS-RESULT-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-GL-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-REVERSAL-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-IC-ENTRY-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-IC-DUE-FROM-TOTAL PIC S9(11)V99 VALUE ZERO.
       01  WS-IC-DUE-TO-TOTAL PIC S9(11)V99 VALUE ZERO.
       01  WS-IC-NET-TOTAL PIC S9(11)V99 VALUE ZERO.

      *>   THE PAIR OF COMPANIES AS PRINTED IN THE IC-BRK KEY.
       01  WS-IC-PAIR-KEY.
           05  WS-IC-PAYING-COMPANY  PIC X(04).
           05  FILLER                PIC X(01)  VALUE "/".
           05  WS-IC-OWNING-COMPANY  PIC X(04).
       01  WS-EXCEPTION-COUNT PIC 9(06) COMP VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
               88  WS-SWEEP-DONE     VALUE "Y".
           05  WS-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-WORK-FOUND     VALUE "Y".
           05  WS-RELEASE-DONE-SWITCH PIC X(01) VALUE "N".
               88  WS-RELEASE-DONE   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *>  RECORD PER EXTRACT RECORD -- THE LOAD LINE NUMBER KEEPS A
      *>  REVERSED SEQUENCE'S TWO GL RECORDS APART.  A RECORD DATED
      *>  EARLIER IS A SUSPENSE RELEASE FROM CALCSUSP OR CALCAPPR
      *>  -- COUNTED, NOT MATCHED.  AN INTERCOMPANY ENTRY GOES TO
      *>  ITS PAIR'S I RECORD INSTEAD (1330-STORE-INTERCO).
      *>-----------------------------------------------------------
       1300-LOAD-GL.
           OPEN INPUT GL-FILE
           EXIT.

       1320-STORE-GL.
           IF NOT GL-NOT-INTERCO
               PERFORM 1330-STORE-INTERCO THRU 1330-EXIT
               GO TO 1320-NEXT
           END-IF
           IF GL-TRAN-DATE = WS-RECN-DATE
               ADD 1 TO WS-GL-COUNT
               ADD 1 TO WS-GL-LINE-COUNTER
               END-WRITE
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
       1320-NEXT.
           PERFORM 1310-READ-GL THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1330-STORE-INTERCO THRU 1330-EXIT
      *>  ONE INTERCOMPANY ENTRY, ADDED INTO THE I RECORD OF ITS
      *>  PAIR OF COMPANIES (PAYING, OWNING): A DUE-FROM ENTRY IS
      *>  BOOKED BY THE PAYING COMPANY AGAINST THE OWNING ONE AND
      *>  FEEDS WRK-AMOUNT, A DUE-TO ENTRY IS BOOKED BY THE OWNING
      *>  COMPANY AGAINST THE PAYING ONE AND FEEDS WRK-AMOUNT-2.
      *>  A SUSPENSE RELEASE CARRIES ITS EARLIER TRANSACTION DATE
      *>  BUT IS ON TODAY'S EXTRACT, SO EVERY ENTRY NOT DATED AFTER
      *>  THE RECONCILIATION DATE IS PROVED.
      *>-----------------------------------------------------------
       1330-STORE-INTERCO.
           IF GL-TRAN-DATE > WS-RECN-DATE
               GO TO 1330-EXIT
           END-IF
           ADD 1 TO WS-IC-ENTRY-COUNT
           MOVE SPACES TO WRK-RECORD
           MOVE "I" TO WRK-TYPE
           IF GL-IC-DUE-FROM
               MOVE GL-COMPANY-CODE TO WRK-PAYING-COMPANY
               MOVE GL-IC-PARTNER-COMPANY TO WRK-OWNING-COMPANY
               ADD GL-AMOUNT TO WS-IC-DUE-FROM-TOTAL
           ELSE
               MOVE GL-IC-PARTNER-COMPANY TO WRK-PAYING-COMPANY
               MOVE GL-COMPANY-CODE TO WRK-OWNING-COMPANY
               ADD GL-AMOUNT TO WS-IC-DUE-TO-TOTAL
           END-IF
           SET WS-FOUND-SWITCH TO "Y"
           READ WORK-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ
           IF NOT WS-WORK-FOUND
               MOVE ZERO TO WRK-AMOUNT
               MOVE ZERO TO WRK-AMOUNT-2
               MOVE ZERO TO WRK-COUNT
               MOVE "N" TO WRK-FLAG
           END-IF
           IF GL-IC-DUE-FROM
               ADD GL-AMOUNT TO WRK-AMOUNT
           ELSE
               ADD GL-AMOUNT TO WRK-AMOUNT-2
           END-IF
           ADD 1 TO WRK-COUNT
           IF WS-WORK-FOUND
               REWRITE WRK-RECORD
           ELSE
               WRITE WRK-RECORD
                   INVALID KEY
                       DISPLAY "CALCRECN: RECNWRK WRITE FAILED, "
                           "FILE STATUS = " WS-WORK-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
       1330-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-RECONCILE THRU 2000-EXIT
      *>  STREAM THE RESULTS FILE, MATCHING EVERY POSTED RESULT
      *>  AGAINST THE AUDIT AND GL SIDES AS IT GOES, THEN SWEEP THE
      *>  WORK CLUSTER FOR ORPHANS AND PROVE THE PER-ACCOUNT AMOUNT
      *>  TOTALS AND THE INTERCOMPANY PAIRS.
      *>-----------------------------------------------------------
       2000-RECONCILE.
           OPEN INPUT RESULT-FILE
           CLOSE RESULT-FILE
           PERFORM 2400-SWEEP-AUDIT THRU 2400-EXIT
           PERFORM 2500-SWEEP-GL THRU 2500-EXIT
           PERFORM 2600-SWEEP-TOTALS THRU 2600-EXIT
           PERFORM 2650-SWEEP-INTERCO THRU 2650-EXIT.
       2000-EXIT.
           EXIT.

           EXIT.

       2150-STORE-SUSPENDED.
           ADD 1 TO WS-SUSP-LINE-COUNTER
           MOVE SPACES TO WRK-RECORD
           MOVE "S" TO WRK-TYPE
           MOVE OUT-SEQ-NO TO WRK-SEQ-NO
           MOVE WS-SUSP-LINE-COUNTER TO WRK-GL-LINE-NO
           MOVE OUT-RESULT TO WRK-AMOUNT
           MOVE ZERO TO WRK-AMOUNT-2
           MOVE ZERO TO WRK-COUNT
      *>  THE RESULT MUST HAVE EXACTLY ONE AUDIT RECORD: NONE IS A
      *>  NO-AUDIT EXCEPTION, MORE THAN ONE IS DUPAUDIT.  THE A
      *>  RECORD IS MARKED MATCHED SO THE ORPHAN SWEEP PASSES IT.
      *>  AN ALLOCATE LINE INSTEAD COUNTS ITSELF OFF AGAINST THE
      *>  SEQUENCE'S AUDIT RECORDS IN WRK-AMOUNT-2: ONE LINE TOO
      *>  MANY IS NO-AUDIT, AND THE A RECORD IS ONLY MARKED MATCHED
      *>  ONCE EVERY AUDIT RECORD HAS ITS LINE.
      *>-----------------------------------------------------------
       2110-CLAIM-AUDIT.
           MOVE SPACES TO WRK-KEY
               PERFORM 2910-WRITE-SEQ-EXCEPTION THRU 2910-EXIT
               GO TO 2110-EXIT
           END-IF
           IF OUT-OPERATION = "ALLOCATE"
               ADD 1 TO WRK-AMOUNT-2
               IF WRK-AMOUNT-2 > WRK-COUNT
                   MOVE "NO-AUDIT" TO RECND-TYPE
                   PERFORM 2910-WRITE-SEQ-EXCEPTION THRU 2910-EXIT
               END-IF
               IF WRK-AMOUNT-2 = WRK-COUNT
                   MOVE "M" TO WRK-FLAG
               END-IF
               REWRITE WRK-RECORD
               GO TO 2110-EXIT
           END-IF
           IF WRK-COUNT > 1
               MOVE "DUPAUDIT" TO RECND-TYPE
               PERFORM 2910-WRITE-SEQ-EXCEPTION THRU 2910-EXIT
      *>  AND AMOUNT -- THE AMOUNT TEST KEEPS A CALCREVR OFFSET
      *>  (SAME SEQ, NEGATED AMOUNT) FROM BEING SWEPT UP BY ITS
      *>  ORIGINAL.  EVERY AMOUNT-MATCHING G RECORD IS MARKED; NONE
      *>  IS NO-GL, MORE THAN ONE IS DUP-GL.  AN ALLOCATE LINE
      *>  CLAIMS ONLY THE FIRST UNCLAIMED G RECORD OF ITS ACCOUNT
      *>  AND AMOUNT -- THE OTHER LINES OF THE SEQUENCE ARE NOT
      *>  DUPLICATES, AND A TRUE DUPLICATE IS LEFT UNCLAIMED FOR
      *>  THE SWEEP TO REPORT AS A GL ORPHAN.
      *>-----------------------------------------------------------
       2120-CLAIM-GL.
           MOVE ZERO TO WS-MATCH-COUNT
               SET WS-SWEEP-DONE-SWITCH TO "Y"
               GO TO 2125-EXIT
           END-IF
           IF OUT-OPERATION = "ALLOCATE"
               IF WRK-AMOUNT = WS-CUR-RESULT AND
                       WRK-ACCOUNT-REF = WS-CUR-ACCOUNT-REF AND
                       NOT WRK-MATCHED
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE "M" TO WRK-FLAG
                   REWRITE WRK-RECORD
                   SET WS-SWEEP-DONE-SWITCH TO "Y"
               END-IF
               GO TO 2125-EXIT
           END-IF
           IF WRK-AMOUNT = WS-CUR-RESULT
               ADD 1 TO WS-MATCH-COUNT
               MOVE "M" TO WRK-FLAG
       2510-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2520-CHECK-RELEASE THRU 2520-EXIT
      *>  LOOK THROUGH THE HELD (S) LINES OF THE G RECORD'S
      *>  SEQUENCE FOR ONE OF THE SAME AMOUNT.  WS-WORK-FOUND SAYS
      *>  WHETHER ONE WAS FOUND.
      *>-----------------------------------------------------------
       2520-CHECK-RELEASE.
           SET WS-FOUND-SWITCH TO "N"
           SET WS-RELEASE-DONE-SWITCH TO "N"
           MOVE SPACES TO WRK-KEY
           MOVE "S" TO WRK-TYPE
           MOVE WS-G-SEQ-NO TO WRK-SEQ-NO
           MOVE ZERO TO WRK-GL-LINE-NO
           START WORK-FILE KEY >= WRK-KEY
               INVALID KEY
                   GO TO 2520-EXIT
           END-START
           PERFORM 2525-CHECK-ONE-RELEASE THRU 2525-EXIT
               UNTIL WS-RELEASE-DONE.
       2520-EXIT.
           EXIT.

       2525-CHECK-ONE-RELEASE.
           READ WORK-FILE NEXT
               AT END
                   SET WS-RELEASE-DONE-SWITCH TO "Y"
                   GO TO 2525-EXIT
           END-READ
           IF NOT WRK-IS-SUSPENDED OR WRK-SEQ-NO NOT = WS-G-SEQ-NO
               SET WS-RELEASE-DONE-SWITCH TO "Y"
               GO TO 2525-EXIT
           END-IF
           IF WRK-AMOUNT = WS-G-AMOUNT
               SET WS-FOUND-SWITCH TO "Y"
               SET WS-RELEASE-DONE-SWITCH TO "Y"
           END-IF.
       2525-EXIT.
           EXIT.

       2530-CHECK-REVERSAL.
       2610-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2650-SWEEP-INTERCO THRU 2650-EXIT
      *>  ONE I RECORD PER PAIR OF COMPANIES: ITS DUE-FROM TOTAL
      *>  AND ITS (NEGATIVE) DUE-TO TOTAL MUST NET TO ZERO, OR ONE
      *>  COMPANY'S BOOKS SAY IT IS OWED WHAT THE OTHER'S DO NOT
      *>  SAY IT OWES.
      *>-----------------------------------------------------------
       2650-SWEEP-INTERCO.
           MOVE LOW-VALUES TO WS-LAST-KEY
           MOVE "I" TO WS-LAST-KEY (1:1)
           SET WS-SWEEP-DONE-SWITCH TO "N"
           PERFORM 2660-SWEEP-ONE-INTERCO THRU 2660-EXIT
               UNTIL WS-SWEEP-DONE.
       2650-EXIT.
           EXIT.

       2660-SWEEP-ONE-INTERCO.
           PERFORM 2800-READ-NEXT-FROM-LAST THRU 2800-EXIT
           IF WS-SWEEP-DONE OR NOT WRK-IS-INTERCO
               SET WS-SWEEP-DONE-SWITCH TO "Y"
               GO TO 2660-EXIT
           END-IF
           IF WRK-AMOUNT + WRK-AMOUNT-2 NOT = ZERO
               MOVE "IC-BRK" TO RECND-TYPE
               MOVE WRK-PAYING-COMPANY TO WS-IC-PAYING-COMPANY
               MOVE WRK-OWNING-COMPANY TO WS-IC-OWNING-COMPANY
               MOVE WS-IC-PAIR-KEY TO RECND-KEY
               MOVE WRK-AMOUNT TO RECND-AMOUNT-1
               MOVE WRK-AMOUNT-2 TO RECND-AMOUNT-2
               PERFORM 2920-WRITE-EXCEPTION-LINE THRU 2920-EXIT
           END-IF.
       2660-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2700-UPSERT-TOTALS-ROW THRU 2700-EXIT
      *>  FIND OR CREATE THE T RECORD FOR THE ACCOUNT ALREADY MOVED
           MOVE WS-REVERSAL-COUNT TO RECNT-REVERSED-COUNT
           MOVE WS-EXCEPTION-COUNT TO RECNT-EXCEPTION-COUNT
           WRITE REPORT-RECORD FROM RECN-TOTAL-LINE
           COMPUTE WS-IC-NET-TOTAL =
               WS-IC-DUE-FROM-TOTAL + WS-IC-DUE-TO-TOTAL
           MOVE WS-IC-ENTRY-COUNT TO RECNI-ENTRY-COUNT
           MOVE WS-IC-DUE-FROM-TOTAL TO RECNI-DUE-FROM-TOTAL
           MOVE WS-IC-DUE-TO-TOTAL TO RECNI-DUE-TO-TOTAL
           MOVE WS-IC-NET-TOTAL TO RECNI-NET-TOTAL
           WRITE REPORT-RECORD FROM RECN-IC-TOTAL-LINE
           CLOSE WORK-FILE
           CLOSE REPORT-FILE
           DISPLAY "CALCRECN: " WS-RESULT-COUNT " RESULTS "
               WS-AUDIT-COUNT " AUDIT " WS-GL-COUNT " GL "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           DISPLAY "CALCRECN: " WS-IC-ENTRY-COUNT
               " INTERCOMPANY ENTRIES, NET " WS-IC-NET-TOTAL
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "CALCRECN: DAY OUT OF BALANCE - "
                   "GL UPLOAD MUST BE HELD"
