      *>
      *>               FORMAT.  NETS THE EXTRACT RECORDS NOT YET
      *>               JOURNALIZED INTO ONE JOURNAL LINE PER
      *>               COMPANY, GL-ACCOUNT-REF AND PERIOD OF THE
      *>               POSTINGS' GL-TRAN-DATE AND WRAPS EACH
      *>               COMPANY'S LINES IN ITS OWN BATCH HEADER AND
      *>               TRAILER WITH THE LINE COUNT AND AMOUNT TOTAL
      *>               THE LEDGER SYSTEM CAN PROVE (SEE
      *>               JRNLREC.CPY).  THE EXTRACT IS APPEND-ONLY, SO
      *>               THE GLPCKPT CHECKPOINT CARRIES THE COUNT OF
      *>               RECORDS ALREADY JOURNALIZED -- EACH RUN SKIPS
      *>               GLHOLD.  ANY REJECTION ENDS WITH RC=8 AND
      *>               HOLDS THE NEXT NIGHT'S FORMAT RUN; A FULLY
      *>               ACCEPTED UPLOAD LEAVES GLHOLD EMPTY AND
      *>               CLEARS THE HOLD.  EVERY ACCEPTED LINE IS
      *>               MATCHED TO ITS JRNDTL IN THE GLJRNL BATCH
      *>               THE ACKNOWLEDGMENT ANSWERS AND ITS AMOUNT IS
      *>               POSTED TO THE ACCOUNT BALANCE MASTER
      *>               (BALREC.CPY) IN THE LINE'S OWN PERIOD -- THE
      *>               ONLY PLACE A BALANCE MOVES, SO A REJECTED
      *>               LINE NEVER DOES.
      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.  RUNS AS GLPSTEP AFTER
      *>                  RECNSTEP IN JCL/CALCJOB.JCL AND AS THE
      *>                  MORNING MATCH-BACK IN JCL/GLACKMB.JCL.
      *>  OCT 15/26  AJ   MATCHACK POSTS EVERY ACCEPTED JOURNAL LINE
      *>                  TO THE NEW BALMAST ACCOUNT BALANCE MASTER,
      *>                  ROLLING THE ACCOUNT INTO THE JOURNAL'S
      *>                  PERIOD FIRST.  THE GLJRNL BATCH IS READ
      *>                  BACK FOR THE AMOUNTS; AN ACKNOWLEDGMENT
      *>                  FOR ANOTHER JOURNAL DATE OR AN ACCOUNT NOT
      *>                  IN THE BATCH ENDS RC=4, AND A JOURNAL
      *>                  ALREADY APPLIED IS NOT APPLIED AGAIN.
      *>  OCT 15/26  AJ   FORMAT NOW NETS PER COMPANY AND ACCOUNT AND
      *>                  WRITES ONE BALANCED BATCH PER COMPANY --
      *>                  ITS OWN JRNHDR, ITS LINES AND A JRNTRL WITH
      *>                  ITS OWN COUNT AND TOTAL, EACH STAMPED WITH
      *>                  THE COMPANY CODE -- SO THE LEDGER TEAM NO
      *>                  LONGER SPLITS THE JOURNAL BY HAND.  AN
      *>                  EXTRACT RECORD WRITTEN BEFORE THE COMPANY
      *>                  WAS CARRIED TAKES ITS ACCOUNT'S COMPANY FROM
      *>                  ACCTMAST.  MATCHACK READS EVERY BATCH OF THE
      *>                  FILE.
      *>  OCT 15/26  AJ   BALMAST WAS MOVED IN THE JOURNAL'S OWN
      *>                  MONTH, SO A POSTING APPROVED INTO A SOFT-
      *>                  CLOSED MONTH, OR RELEASED OR REDATED INTO AN
      *>                  EARLIER ONE, WENT INTO THE CURRENT MONTH AND
      *>                  THE TRIAL BALANCE FOR THE CLOSED ONE WAS
      *>                  WRONG.  FORMAT NOW NETS PER COMPANY, ACCOUNT
      *>                  AND PERIOD OF GL-TRAN-DATE AND CARRIES THE
      *>                  PERIOD ON JRNDTL; MATCHACK POSTS EACH LINE
      *>                  TO ITS OWN PERIOD -- THE PRIOR PERIOD THE
      *>                  RECORD HOLDS IS ADJUSTED IN PLACE, ANYTHING
      *>                  OLDER IS REPORTED, NOT POSTED, AND ENDS
      *>                  RC=4.
      *>  OCT 15/26  AJ   A LINE FOR A MONTH BETWEEN THE PRIOR PERIOD
      *>                  HELD (OR NONE, ON A NEW ACCOUNT) AND THE
      *>                  CURRENT ONE WAS REPORTED AS TOO OLD AND NEVER
      *>                  POSTED.  IT NOW BECOMES THE PRIOR PERIOD AND
      *>                  POSTS THERE; ONLY A MONTH BEFORE A PRIOR
      *>                  PERIOD HELD IS STILL REPORTED.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
           SELECT PARM-FILE ASSIGN TO "GLPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-REF
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REF
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GLEXTRAC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(41).

       FD  ACK-FILE.
           COPY GLACKREC.
       01  PARM-RECORD.
           05  PARM-MODE             PIC X(08).

       FD  BALANCE-FILE.
           COPY BALREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       COPY JRNLREC.
       COPY COMPANY.

       01  WS-MODE PIC X(08) VALUE SPACES.
           88  WS-FORMAT-MODE        VALUE "FORMAT".
           05  WS-JOURNAL-MAX        PIC 9(04) COMP VALUE 1000.
           05  WS-JT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY JT-IDX.
               10  WS-JT-COMPANY-CODE PIC X(04).
               10  WS-JT-ACCOUNT-REF PIC X(10).
               10  WS-JT-AMOUNT      PIC S9(11)V99.
               10  WS-JT-POSTING-COUNT PIC 9(06).
               10  WS-JT-PERIOD-ID   PIC 9(06).
               10  WS-JT-ACK-STATE   PIC X(01).
                   88  WS-JT-UNANSWERED VALUE "N".
                   88  WS-JT-ANSWERED    VALUE "A".
                   88  WS-JT-POSTED      VALUE "P".

      *>   THE COMPANIES THE NIGHT'S LINES BELONG TO, IN THE ORDER
      *>   FIRST MET -- ONE JOURNAL BATCH IS WRITTEN FOR EACH.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-COUNT      PIC 9(04) COMP VALUE ZERO.
           05  WS-COMPANY-MAX        PIC 9(04) COMP VALUE 20.
           05  WS-CO-ENTRY OCCURS 20 TIMES
                   INDEXED BY CO-IDX.
               10  WS-CO-COMPANY-CODE PIC X(04).
               10  WS-CO-LINE-COUNT  PIC 9(06).
               10  WS-CO-AMOUNT-TOTAL PIC S9(13)V99.

       01  WS-JT-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-CO-SUB PIC 9(04) COMP VALUE ZERO.
       01  WS-GL-COMPANY-CODE PIC X(04) VALUE SPACES.
       01  WS-MATCH-ACCOUNT-REF PIC X(10) VALUE SPACES.
       01  WS-MATCH-PERIOD-ID PIC 9(06) VALUE ZERO.

      *>   THE PERIOD (YYYYMM) AN EXTRACT RECORD IS NETTED INTO, AND
      *>   THE PERIOD OF THE JOURNAL LINE BEING POSTED TO BALMAST.
       01  WS-GL-TRAN-DATE PIC 9(08) VALUE ZERO.
       01  WS-GL-TRAN-DATE-PARTS REDEFINES WS-GL-TRAN-DATE.
           05  WS-GL-PERIOD-ID       PIC 9(06).
           05  WS-GL-DAY             PIC 9(02).
       01  WS-LINE-PERIOD PIC 9(06) VALUE ZERO.
       01  WS-LINE-PERIOD-PARTS REDEFINES WS-LINE-PERIOD.
           05  WS-LINE-YEAR          PIC 9(04).
           05  WS-LINE-MONTH         PIC 9(02).

       01  WS-DONE-COUNT PIC 9(08) VALUE ZERO.
       01  WS-SKIPPED-COUNT PIC 9(08) COMP VALUE ZERO.
       01  WS-ACK-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACK-REJECT-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-HOLD-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACK-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACK-REPEAT-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACK-UNMATCHED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACK-TOO-OLD-COUNT PIC 9(06) COMP VALUE ZERO.

      *>   THE JRNHDR STAMP OF THE BATCH BEING ACKNOWLEDGED, AND ITS
      *>   PERIOD (YYYYMM) -- THE PERIOD OF A JRNDTL WRITTEN BEFORE
      *>   THE LINE CARRIED ONE.
       01  WS-JRN-DATE PIC 9(08) VALUE ZERO.
       01  WS-JRN-DATE-PARTS REDEFINES WS-JRN-DATE.
           05  WS-JRN-PERIOD-ID      PIC 9(06).
           05  WS-JRN-PERIOD-PARTS REDEFINES WS-JRN-PERIOD-ID.
               10  WS-JRN-YEAR       PIC 9(04).
               10  WS-JRN-MONTH      PIC 9(02).
           05  WS-JRN-DAY            PIC 9(02).
       01  WS-JRN-TIME PIC 9(06) VALUE ZERO.
       01  WS-BAL-PERIOD PIC 9(06) VALUE ZERO.
       01  WS-BAL-PERIOD-PARTS REDEFINES WS-BAL-PERIOD.
           05  WS-BAL-YEAR           PIC 9(04).
           05  WS-BAL-MONTH          PIC 9(02).

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
               88  WS-CKPT-OK        VALUE "00".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-BAL-STATUS         PIC X(02).
               88  WS-BAL-OK         VALUE "00".
           05  WS-ACCT-STATUS        PIC X(02).
               88  WS-ACCT-OK        VALUE "00".

       01  WS-SWITCHES.
           05  WS-GL-EOF-SWITCH      PIC X(01) VALUE "N".
               88  WS-ACK-EOF        VALUE "Y".
           05  WS-HOLD-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-HOLD-EOF       VALUE "Y".
           05  WS-JOURNAL-EOF-SWITCH PIC X(01) VALUE "N".
               88  WS-JOURNAL-EOF    VALUE "Y".
           05  WS-BAL-FOUND-SWITCH   PIC X(01) VALUE "N".
               88  WS-BAL-FOUND      VALUE "Y".
           05  WS-ACCOUNT-POSTED-SWITCH PIC X(01) VALUE "N".
               88  WS-ACCOUNT-POSTED VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *>  2000-FORMAT-JOURNAL THRU 2000-EXIT
      *>  BUILD THE NIGHT'S JOURNAL: REFUSE THE RUN IF A PRIOR
      *>  UPLOAD'S REJECTIONS ARE STILL ON HOLD, SKIP THE EXTRACT
      *>  RECORDS ALREADY JOURNALIZED, NET THE REST PER COMPANY AND
      *>  ACCOUNT, WRITE THE BATCHES AND MOVE THE CHECKPOINT
      *>  FORWARD.  ACCTMAST IS OPEN FOR THE NETTING PASS ONLY, TO
      *>  PLACE EXTRACT RECORDS THAT CARRY NO COMPANY.
      *>-----------------------------------------------------------
       2000-FORMAT-JOURNAL.
           PERFORM 2100-CHECK-HOLD-FILE THRU 2100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY "GLPOST: UNABLE TO OPEN ACCTMAST, "
                   "FILE STATUS = " WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2300-READ-GL THRU 2300-EXIT
           PERFORM 2400-NET-GL-RECORD THRU 2400-EXIT
               UNTIL WS-GL-EOF
           CLOSE GL-FILE
           CLOSE ACCOUNT-FILE
           PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT
           PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT
           DISPLAY "GLPOST: " WS-NETTED-COUNT
               " EXTRACT RECORDS NETTED INTO " WS-JOURNAL-COUNT
               " JOURNAL LINES IN " WS-COMPANY-COUNT
               " COMPANY BATCHES, TOTAL " WS-AMOUNT-TOTAL.
       2000-EXIT.
           EXIT.

      *>  2400-NET-GL-RECORD THRU 2400-EXIT
      *>  ONE EXTRACT RECORD: SKIP IT IF AN EARLIER RUN ALREADY
      *>  JOURNALIZED IT, OTHERWISE ADD ITS AMOUNT INTO THE JOURNAL
      *>  LINE FOR ITS COMPANY, ACCOUNT AND PERIOD, CREATING THE
      *>  LINE ON FIRST USE.  THE PERIOD IS THE POSTING'S OWN
      *>  GL-TRAN-DATE MONTH, SO A RELEASE OR AN APPROVAL DATED INTO
      *>  AN EARLIER MONTH STAYS IN THAT MONTH; A RECORD WITH NO
      *>  DATE TAKES THE RUN'S.
      *>-----------------------------------------------------------
       2400-NET-GL-RECORD.
           IF WS-SKIPPED-COUNT < WS-DONE-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-NETTED-COUNT
               PERFORM 2405-FIND-GL-COMPANY THRU 2405-EXIT
               MOVE GL-TRAN-DATE TO WS-GL-TRAN-DATE
               IF WS-GL-TRAN-DATE = ZERO
                   MOVE WS-CURRENT-DATE TO WS-GL-TRAN-DATE
               END-IF
               PERFORM 2410-FIND-JOURNAL-LINE THRU 2410-EXIT
               ADD GL-AMOUNT TO WS-JT-AMOUNT (JT-IDX)
               ADD 1 TO WS-JT-POSTING-COUNT (JT-IDX)
       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2405-FIND-GL-COMPANY THRU 2405-EXIT
      *>  THE COMPANY WHOSE BOOKS THE EXTRACT RECORD POSTS TO, LEFT
      *>  IN WS-GL-COMPANY-CODE.  ONE WRITTEN BEFORE THE EXTRACT
      *>  CARRIED A COMPANY TAKES ITS ACCOUNT'S; AN ACCOUNT NOT ON
      *>  THE MASTER, OR ONE WITH NO COMPANY, IS THE HOME COMPANY.
      *>-----------------------------------------------------------
       2405-FIND-GL-COMPANY.
           MOVE GL-COMPANY-CODE TO WS-GL-COMPANY-CODE
           IF WS-GL-COMPANY-CODE = SPACES
               MOVE GL-ACCOUNT-REF TO ACCT-REF
               READ ACCOUNT-FILE
                   NOT INVALID KEY
                       MOVE ACCT-COMPANY-CODE TO WS-GL-COMPANY-CODE
               END-READ
           END-IF
           IF WS-GL-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO WS-GL-COMPANY-CODE
           END-IF.
       2405-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2410-FIND-JOURNAL-LINE THRU 2410-EXIT
      *>  FIND OR CREATE THE JOURNAL LINE FOR WS-GL-COMPANY-CODE,
      *>  GL-ACCOUNT-REF AND WS-GL-PERIOD-ID, LEAVING JT-IDX ON IT
      *>  -- THE SAME FIND-OR-CREATE PATTERN AS THE CALCRECN PER-
      *>  ACCOUNT TOTALS.  A COMPANY MET FOR THE FIRST TIME IS
      *>  ADDED TO THE COMPANY TABLE SO IT GETS A BATCH OF ITS OWN.
      *>-----------------------------------------------------------
       2410-FIND-JOURNAL-LINE.
           MOVE ZERO TO WS-JT-SUB
                       CONTINUE
                   WHEN JT-IDX > WS-JOURNAL-COUNT
                       CONTINUE
                   WHEN WS-JT-COMPANY-CODE (JT-IDX) =
                           WS-GL-COMPANY-CODE
                           AND WS-JT-ACCOUNT-REF (JT-IDX) =
                           GL-ACCOUNT-REF
                           AND WS-JT-PERIOD-ID (JT-IDX) =
                           WS-GL-PERIOD-ID
                       SET WS-JT-SUB TO JT-IDX
               END-SEARCH
           END-IF
           END-IF
           IF WS-JOURNAL-COUNT >= WS-JOURNAL-MAX
               DISPLAY "GLPOST: MORE THAN " WS-JOURNAL-MAX
                   " JOURNAL LINES - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2420-FIND-COMPANY THRU 2420-EXIT
           ADD 1 TO WS-JOURNAL-COUNT
           SET JT-IDX TO WS-JOURNAL-COUNT
           MOVE WS-GL-COMPANY-CODE TO WS-JT-COMPANY-CODE (JT-IDX)
           MOVE GL-ACCOUNT-REF TO WS-JT-ACCOUNT-REF (JT-IDX)
           MOVE WS-GL-PERIOD-ID TO WS-JT-PERIOD-ID (JT-IDX)
           MOVE ZERO TO WS-JT-AMOUNT (JT-IDX)
           MOVE ZERO TO WS-JT-POSTING-COUNT (JT-IDX)
           SET WS-JT-UNANSWERED (JT-IDX) TO TRUE.
       2410-EXIT.
           EXIT.

       2420-FIND-COMPANY.
           MOVE ZERO TO WS-CO-SUB
           IF WS-COMPANY-COUNT > ZERO
               SET CO-IDX TO 1
               SEARCH WS-CO-ENTRY
                   AT END
                       CONTINUE
                   WHEN CO-IDX > WS-COMPANY-COUNT
                       CONTINUE
                   WHEN WS-CO-COMPANY-CODE (CO-IDX) = WS-GL-COMPANY-CODE
                       SET WS-CO-SUB TO CO-IDX
               END-SEARCH
           END-IF
           IF WS-CO-SUB > ZERO
               GO TO 2420-EXIT
           END-IF
           IF WS-COMPANY-COUNT >= WS-COMPANY-MAX
               DISPLAY "GLPOST: MORE THAN " WS-COMPANY-MAX
                   " COMPANIES - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COMPANY-COUNT
           SET CO-IDX TO WS-COMPANY-COUNT
           MOVE WS-GL-COMPANY-CODE TO WS-CO-COMPANY-CODE (CO-IDX)
           MOVE ZERO TO WS-CO-LINE-COUNT (CO-IDX)
           MOVE ZERO TO WS-CO-AMOUNT-TOTAL (CO-IDX).
       2420-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2500-WRITE-JOURNAL THRU 2500-EXIT
      *>  WRITE ONE JOURNAL BATCH PER COMPANY, ONE AFTER ANOTHER:
      *>  HEADER, ONE NETTED LINE PER ACCOUNT AND PERIOD OF THAT
      *>  COMPANY, AND
      *>  THE TRAILER WITH THAT COMPANY'S LINE COUNT AND AMOUNT
      *>  TOTAL THE LEDGER SYSTEM PROVES ON ITS SIDE.  A NIGHT WITH
      *>  NOTHING NEW STILL WRITES AN EMPTY, BALANCED BATCH FOR THE
      *>  HOME COMPANY SO THE LEDGER TEAM SEES A DELIBERATE ZERO,
      *>  NOT A MISSING FILE.
      *>-----------------------------------------------------------
       2500-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-COMPANY-COUNT = ZERO
               MOVE HOME-COMPANY-CODE TO WS-GL-COMPANY-CODE
               PERFORM 2420-FIND-COMPANY THRU 2420-EXIT
           END-IF
           PERFORM 2505-WRITE-COMPANY-BATCH THRU 2505-EXIT
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > WS-COMPANY-COUNT
           CLOSE JOURNAL-FILE.
       2500-EXIT.
           EXIT.

       2505-WRITE-COMPANY-BATCH.
           MOVE SPACES TO JRN-HEADER-RECORD
           MOVE "JRNHDR" TO JRN-HDR-REC-TYPE
           MOVE WS-CURRENT-DATE TO JRN-HDR-JOURNAL-DATE
           MOVE WS-CURRENT-TIME TO JRN-HDR-JOURNAL-TIME
           MOVE WS-CO-COMPANY-CODE (CO-IDX) TO JRN-HDR-COMPANY-CODE
           MOVE SPACES TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD FROM JRN-HEADER-RECORD
           IF WS-JOURNAL-COUNT > ZERO
           END-IF
           MOVE SPACES TO JRN-TRAILER-RECORD
           MOVE "JRNTRL" TO JRN-TRL-REC-TYPE
           MOVE WS-CO-LINE-COUNT (CO-IDX) TO JRN-TRL-LINE-COUNT
           MOVE WS-CO-AMOUNT-TOTAL (CO-IDX) TO JRN-TRL-AMOUNT-TOTAL
           MOVE WS-CO-COMPANY-CODE (CO-IDX) TO JRN-TRL-COMPANY-CODE
           MOVE SPACES TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD FROM JRN-TRAILER-RECORD
           DISPLAY "GLPOST: COMPANY " WS-CO-COMPANY-CODE (CO-IDX)
               " BATCH " WS-CO-LINE-COUNT (CO-IDX)
               " LINES, TOTAL " WS-CO-AMOUNT-TOTAL (CO-IDX).
       2505-EXIT.
           EXIT.

       2510-WRITE-JOURNAL-LINE.
           IF WS-JT-COMPANY-CODE (JT-IDX) NOT =
                   WS-CO-COMPANY-CODE (CO-IDX)
               GO TO 2510-EXIT
           END-IF
           MOVE SPACES TO JRN-DETAIL-RECORD
           MOVE "JRNDTL" TO JRN-DTL-REC-TYPE
           MOVE WS-JT-ACCOUNT-REF (JT-IDX) TO JRN-ACCOUNT-REF
           MOVE WS-JT-AMOUNT (JT-IDX) TO JRN-AMOUNT
           MOVE WS-JT-POSTING-COUNT (JT-IDX) TO JRN-POSTING-COUNT
           MOVE WS-JT-PERIOD-ID (JT-IDX) TO JRN-PERIOD-ID
           MOVE SPACES TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD FROM JRN-DETAIL-RECORD
           ADD 1 TO WS-CO-LINE-COUNT (CO-IDX)
           ADD WS-JT-AMOUNT (JT-IDX) TO WS-CO-AMOUNT-TOTAL (CO-IDX)
           ADD WS-JT-AMOUNT (JT-IDX) TO WS-AMOUNT-TOTAL.
       2510-EXIT.
           EXIT.
      *>  UPLOAD LEAVES IT EMPTY AND CLEARS THE HOLD.  ANY
      *>  REJECTION ENDS WITH RC=8 SO THE SHIFT LEAD SEES THE
      *>  FAILED NIGHT IN THE MORNING, NOT THE NEXT AFTERNOON.
      *>  EVERY ACCEPTED LINE IS POSTED TO THE BALANCE MASTER
      *>  FROM THE GLJRNL BATCH LOADED FIRST; AN ACCEPTANCE THAT
      *>  CANNOT BE MATCHED TO THAT BATCH, OR WHOSE PERIOD IS OLDER
      *>  THAN ANY THE BALANCE RECORD STILL HOLDS, MOVES NOTHING AND
      *>  ENDS WITH RC=4 UNLESS A REJECTION HAS ALREADY SET RC=8.
      *>-----------------------------------------------------------
       4000-MATCH-BACK.
           PERFORM 4050-LOAD-JOURNAL THRU 4050-EXIT
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
               DISPLAY "GLPOST: UNABLE TO OPEN GLACKIN, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY "GLPOST: UNABLE TO OPEN BALMAST, "
                   "FILE STATUS = " WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-READ-ACK THRU 4100-EXIT
           PERFORM 4200-MATCH-ACK-RECORD THRU 4200-EXIT
               UNTIL WS-ACK-EOF
           CLOSE ACK-FILE
           CLOSE HOLD-FILE
           CLOSE BALANCE-FILE
           DISPLAY "GLPOST: " WS-ACK-READ-COUNT
               " ACKNOWLEDGMENTS READ, " WS-ACK-REJECT-COUNT
               " REJECTED"
           DISPLAY "GLPOST: " WS-ACK-APPLIED-COUNT
               " ACCEPTED LINES POSTED TO BALMAST FROM JOURNAL "
               WS-JRN-DATE ", " WS-ACK-REPEAT-COUNT
               " ALREADY APPLIED, " WS-ACK-UNMATCHED-COUNT
               " UNMATCHED, " WS-ACK-TOO-OLD-COUNT
               " BEFORE THE PERIODS HELD"
           IF WS-ACK-REJECT-COUNT > ZERO
               DISPLAY "GLPOST: LEDGER REJECTED " WS-ACK-REJECT-COUNT
                   " JOURNAL LINES - NEXT UPLOAD HELD"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACK-UNMATCHED-COUNT > ZERO OR
                       WS-ACK-TOO-OLD-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4050-LOAD-JOURNAL THRU 4050-EXIT
      *>  READ BACK THE GLJRNL BATCH THE ACKNOWLEDGMENT ANSWERS:
      *>  KEEP THE JRNHDR DATE AND TIME AND LOAD EVERY JRNDTL INTO
      *>  THE JOURNAL TABLE, SO AN ACCEPTED LINE CAN BE POSTED
      *>  WITH THE AMOUNT THE LEDGER ACTUALLY RECEIVED.  THE FILE
      *>  CARRIES ONE BATCH PER COMPANY, ALL UNDER THE SAME STAMP;
      *>  AN ACCOUNT BELONGS TO ONE COMPANY ONLY, SO THE ACCOUNT
      *>  AND PERIOD STILL FIND ITS LINE.
      *>-----------------------------------------------------------
       4050-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               DISPLAY "GLPOST: UNABLE TO OPEN GLJRNL, "
                   "FILE STATUS = " WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4060-READ-JOURNAL THRU 4060-EXIT
           PERFORM 4070-LOAD-JOURNAL-RECORD THRU 4070-EXIT
               UNTIL WS-JOURNAL-EOF
           CLOSE JOURNAL-FILE
           IF WS-JRN-DATE = ZERO
               DISPLAY "GLPOST: GLJRNL HAS NO JRNHDR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4050-EXIT.
           EXIT.

       4060-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JOURNAL-EOF-SWITCH TO "Y"
           END-READ.
       4060-EXIT.
           EXIT.

       4070-LOAD-JOURNAL-RECORD.
           MOVE JOURNAL-RECORD TO JRN-DETAIL-RECORD JRN-HEADER-RECORD
           EVALUATE TRUE
               WHEN JRN-IS-DETAIL
                   PERFORM 4080-ADD-JOURNAL-LINE THRU 4080-EXIT
               WHEN JRN-IS-HEADER
                   MOVE JRN-HDR-JOURNAL-DATE TO WS-JRN-DATE
                   MOVE JRN-HDR-JOURNAL-TIME TO WS-JRN-TIME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 4060-READ-JOURNAL THRU 4060-EXIT.
       4070-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4080-ADD-JOURNAL-LINE THRU 4080-EXIT
      *>  LOAD ONE JRNDTL INTO THE JOURNAL TABLE.  FORMAT WRITES ONE
      *>  LINE PER ACCOUNT AND PERIOD, BUT A REPEATED ONE IS ADDED
      *>  INTO THE LINE ALREADY LOADED RATHER THAN LOST.  A JRNDTL
      *>  WRITTEN BEFORE THE LINE CARRIED A PERIOD BELONGS TO THE
      *>  JOURNAL'S OWN.
      *>-----------------------------------------------------------
       4080-ADD-JOURNAL-LINE.
           MOVE JRN-ACCOUNT-REF TO WS-MATCH-ACCOUNT-REF
           IF JRN-PERIOD-ID NUMERIC AND JRN-PERIOD-ID NOT = ZERO
               MOVE JRN-PERIOD-ID TO WS-MATCH-PERIOD-ID
           ELSE
               MOVE WS-JRN-PERIOD-ID TO WS-MATCH-PERIOD-ID
           END-IF
           PERFORM 4090-FIND-LOADED-LINE THRU 4090-EXIT
           IF WS-JT-SUB = ZERO
               IF WS-JOURNAL-COUNT >= WS-JOURNAL-MAX
                   DISPLAY "GLPOST: MORE THAN " WS-JOURNAL-MAX
                       " GLJRNL LINES - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE WS-JOURNAL-COUNT TO WS-JT-SUB
               MOVE JRN-ACCOUNT-REF TO WS-JT-ACCOUNT-REF (WS-JT-SUB)
               MOVE WS-MATCH-PERIOD-ID TO WS-JT-PERIOD-ID (WS-JT-SUB)
               MOVE ZERO TO WS-JT-AMOUNT (WS-JT-SUB)
               MOVE ZERO TO WS-JT-POSTING-COUNT (WS-JT-SUB)
               SET WS-JT-UNANSWERED (WS-JT-SUB) TO TRUE
           END-IF
           ADD JRN-AMOUNT TO WS-JT-AMOUNT (WS-JT-SUB)
           ADD JRN-POSTING-COUNT TO WS-JT-POSTING-COUNT (WS-JT-SUB).
       4080-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4090-FIND-LOADED-LINE THRU 4090-EXIT
      *>  FIND THE JOURNAL LINE ALREADY LOADED FOR WS-MATCH-ACCOUNT-
      *>  REF AND WS-MATCH-PERIOD-ID, LEAVING ITS SUBSCRIPT IN
      *>  WS-JT-SUB, OR ZERO WHEN THIS IS THE FIRST JRNDTL FOR THEM.
      *>-----------------------------------------------------------
       4090-FIND-LOADED-LINE.
           MOVE ZERO TO WS-JT-SUB
           IF WS-JOURNAL-COUNT > ZERO
               SET JT-IDX TO 1
               SEARCH WS-JT-ENTRY
                   AT END
                       CONTINUE
                   WHEN JT-IDX > WS-JOURNAL-COUNT
                       CONTINUE
                   WHEN WS-JT-ACCOUNT-REF (JT-IDX) =
                           WS-MATCH-ACCOUNT-REF
                           AND WS-JT-PERIOD-ID (JT-IDX) =
                           WS-MATCH-PERIOD-ID
                       SET WS-JT-SUB TO JT-IDX
               END-SEARCH
           END-IF.
       4090-EXIT.
           EXIT.

       4100-READ-ACK.
           READ ACK-FILE
               AT END
               MOVE SPACES TO HOLD-RECORD
               WRITE HOLD-RECORD FROM JACK-RECORD
               ADD 1 TO WS-HOLD-COUNT
               IF JACK-JOURNAL-DATE = WS-JRN-DATE
                   MOVE JACK-ACCOUNT-REF TO WS-MATCH-ACCOUNT-REF
                   PERFORM 4310-FIND-ACK-LINE THRU 4310-EXIT
                   IF WS-JT-SUB > ZERO
                       SET WS-JT-ANSWERED (WS-JT-SUB) TO TRUE
                   END-IF
               END-IF
           END-IF
           IF JACK-ACCEPTED
               PERFORM 4300-POST-ACCEPTED-LINE THRU 4300-EXIT
           END-IF
           PERFORM 4100-READ-ACK THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4300-POST-ACCEPTED-LINE THRU 4300-EXIT
      *>  ONE ACCEPTED JOURNAL LINE: IT MUST BELONG TO THE GLJRNL
      *>  BATCH LOADED (SAME JOURNAL DATE, ACCOUNT IN THE BATCH).
      *>  AN ACCOUNT WITH LINES FOR MORE THAN ONE PERIOD IS
      *>  ANSWERED ONCE PER LINE, IN JOURNAL ORDER, SO EACH
      *>  ACKNOWLEDGMENT TAKES THE ACCOUNT'S NEXT LINE NOT YET
      *>  ANSWERED.  READ THE ACCOUNT'S BALANCE RECORD, OR START
      *>  ONE, SKIP IT IF THIS JOURNAL WAS APPLIED BY AN EARLIER
      *>  RUN, THEN POST THE LINE INTO ITS OWN PERIOD: THE CURRENT
      *>  ONE (ROLLING THE RECORD FORWARD FIRST WHEN THE LINE IS
      *>  LATER) OR THE PRIOR ONE -- A LINE BETWEEN THE PRIOR PERIOD
      *>  HELD (OR NONE) AND THE CURRENT ONE BECOMES THE NEW PRIOR
      *>  PERIOD FIRST.  A LINE FOR A PERIOD BEFORE THE PRIOR ONE
      *>  HELD IS REPORTED AND NOT POSTED -- THE FIGURES FOR IT ARE
      *>  GONE, AND FOLDING IT INTO A LATER MONTH IS THE VERY
      *>  MISTAKE THE PERIOD IS CARRIED TO AVOID.
      *>-----------------------------------------------------------
       4300-POST-ACCEPTED-LINE.
           IF JACK-JOURNAL-DATE NOT = WS-JRN-DATE
               ADD 1 TO WS-ACK-UNMATCHED-COUNT
               DISPLAY "GLPOST: ACCEPTANCE FOR JOURNAL "
                   JACK-JOURNAL-DATE " ACCOUNT " JACK-ACCOUNT-REF
                   " - GLJRNL IS " WS-JRN-DATE ", NOT POSTED"
               GO TO 4300-EXIT
           END-IF
           MOVE JACK-ACCOUNT-REF TO WS-MATCH-ACCOUNT-REF
           PERFORM 4310-FIND-ACK-LINE THRU 4310-EXIT
           IF WS-JT-SUB = ZERO
               ADD 1 TO WS-ACK-UNMATCHED-COUNT
               DISPLAY "GLPOST: ACCEPTANCE FOR ACCOUNT "
                   JACK-ACCOUNT-REF " NOT IN GLJRNL "
                   WS-JRN-DATE ", NOT POSTED"
               GO TO 4300-EXIT
           END-IF
           SET WS-JT-ANSWERED (WS-JT-SUB) TO TRUE
           MOVE WS-JT-PERIOD-ID (WS-JT-SUB) TO WS-LINE-PERIOD
           MOVE JACK-ACCOUNT-REF TO BAL-ACCOUNT-REF
           READ BALANCE-FILE
               INVALID KEY
                   SET WS-BAL-FOUND-SWITCH TO "N"
               NOT INVALID KEY
                   SET WS-BAL-FOUND-SWITCH TO "Y"
           END-READ
           IF WS-BAL-FOUND
               IF BAL-LAST-JOURNAL-DATE = WS-JRN-DATE AND
                       BAL-LAST-JOURNAL-TIME = WS-JRN-TIME
                   PERFORM 4315-CHECK-ACCOUNT-POSTED THRU 4315-EXIT
                   IF NOT WS-ACCOUNT-POSTED
                       ADD 1 TO WS-ACK-REPEAT-COUNT
                       GO TO 4300-EXIT
                   END-IF
               END-IF
           END-IF
           IF WS-BAL-FOUND AND WS-LINE-PERIOD < BAL-PERIOD-ID
               IF BAL-PRIOR-PERIOD-ID NOT = ZERO AND
                       WS-LINE-PERIOD < BAL-PRIOR-PERIOD-ID
                   ADD 1 TO WS-ACK-TOO-OLD-COUNT
                   DISPLAY "GLPOST: ACCEPTANCE FOR ACCOUNT "
                       JACK-ACCOUNT-REF " PERIOD " WS-LINE-PERIOD
                       " AMOUNT " WS-JT-AMOUNT (WS-JT-SUB)
                       " - BEFORE BALMAST PRIOR PERIOD "
                       BAL-PRIOR-PERIOD-ID ", NOT POSTED"
                   GO TO 4300-EXIT
               END-IF
               IF WS-LINE-PERIOD NOT = BAL-PRIOR-PERIOD-ID
                   PERFORM 4335-START-PRIOR-PERIOD THRU 4335-EXIT
               END-IF
               PERFORM 4340-POST-PRIOR-PERIOD THRU 4340-EXIT
           ELSE
               IF WS-BAL-FOUND
                   PERFORM 4320-ROLL-BALANCE-PERIOD THRU 4320-EXIT
               ELSE
                   PERFORM 4330-START-BALANCE THRU 4330-EXIT
               END-IF
               PERFORM 4350-POST-CURRENT-PERIOD THRU 4350-EXIT
           END-IF
           MOVE WS-JRN-DATE TO BAL-LAST-JOURNAL-DATE
           MOVE WS-JRN-TIME TO BAL-LAST-JOURNAL-TIME
           IF WS-BAL-FOUND
               REWRITE BAL-RECORD
           ELSE
               WRITE BAL-RECORD
           END-IF
           IF NOT WS-BAL-OK
               DISPLAY "GLPOST: UNABLE TO UPDATE BALMAST FOR "
                   BAL-ACCOUNT-REF ", FILE STATUS = " WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-JT-POSTED (WS-JT-SUB) TO TRUE
           ADD 1 TO WS-ACK-APPLIED-COUNT.
       4300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4310-FIND-ACK-LINE THRU 4310-EXIT
      *>  FIND THE FIRST JOURNAL LINE FOR WS-MATCH-ACCOUNT-REF NOT
      *>  YET ANSWERED BY AN ACKNOWLEDGMENT, LEAVING ITS SUBSCRIPT
      *>  IN WS-JT-SUB, OR ZERO WHEN THE BATCH HAS NONE LEFT.
      *>-----------------------------------------------------------
       4310-FIND-ACK-LINE.
           MOVE ZERO TO WS-JT-SUB
           IF WS-JOURNAL-COUNT > ZERO
               SET JT-IDX TO 1
               SEARCH WS-JT-ENTRY
                   AT END
                       CONTINUE
                   WHEN JT-IDX > WS-JOURNAL-COUNT
                       CONTINUE
                   WHEN WS-JT-ACCOUNT-REF (JT-IDX) =
                           WS-MATCH-ACCOUNT-REF
                           AND WS-JT-UNANSWERED (JT-IDX)
                       SET WS-JT-SUB TO JT-IDX
               END-SEARCH
           END-IF.
       4310-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4315-CHECK-ACCOUNT-POSTED THRU 4315-EXIT
      *>  THE BALANCE RECORD ALREADY CARRIES THIS JOURNAL'S STAMP.
      *>  THAT IS A RERUN ONLY IF THIS RUN HAS NOT ITSELF POSTED
      *>  ANOTHER PERIOD'S LINE FOR THE SAME ACCOUNT.
      *>-----------------------------------------------------------
       4315-CHECK-ACCOUNT-POSTED.
           SET WS-ACCOUNT-POSTED-SWITCH TO "N"
           SET JT-IDX TO 1
           SEARCH WS-JT-ENTRY
               AT END
                   CONTINUE
               WHEN JT-IDX > WS-JOURNAL-COUNT
                   CONTINUE
               WHEN WS-JT-ACCOUNT-REF (JT-IDX) = WS-MATCH-ACCOUNT-REF
                       AND WS-JT-POSTED (JT-IDX)
                   SET WS-ACCOUNT-POSTED-SWITCH TO "Y"
           END-SEARCH.
       4315-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4320-ROLL-BALANCE-PERIOD THRU 4320-EXIT
      *>  THE FIRST ACCEPTED LINE OF A LATER PERIOD CLOSES OFF THE
      *>  ONE THE RECORD HOLDS: IT BECOMES THE PRIOR PERIOD, ITS
      *>  NET IS ADDED INTO THE OPENING BALANCE AND THE PERIOD-TO-
      *>  DATE FIGURES RESTART -- THE YEAR-TO-DATE ONES TOO WHEN
      *>  THE YEAR HAS CHANGED.  A LINE FOR THE RECORD'S OWN PERIOD
      *>  LEAVES IT AS IT IS.
      *>-----------------------------------------------------------
       4320-ROLL-BALANCE-PERIOD.
           IF BAL-PERIOD-ID >= WS-LINE-PERIOD
               GO TO 4320-EXIT
           END-IF
           MOVE BAL-PERIOD-ID TO WS-BAL-PERIOD
           MOVE BAL-PERIOD-ID TO BAL-PRIOR-PERIOD-ID
           MOVE BAL-OPEN-BALANCE TO BAL-PRIOR-OPEN-BALANCE
           MOVE BAL-PTD-NET TO BAL-PRIOR-NET
           ADD BAL-PTD-NET TO BAL-OPEN-BALANCE
           MOVE ZERO TO BAL-PTD-DEBIT
           MOVE ZERO TO BAL-PTD-CREDIT
           MOVE ZERO TO BAL-PTD-NET
           IF WS-BAL-YEAR NOT = WS-LINE-YEAR
               MOVE ZERO TO BAL-YTD-DEBIT
               MOVE ZERO TO BAL-YTD-CREDIT
               MOVE ZERO TO BAL-YTD-NET
           END-IF
           MOVE WS-LINE-PERIOD TO BAL-PERIOD-ID.
       4320-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4330-START-BALANCE THRU 4330-EXIT
      *>  FIRST ACCEPTED LINE EVER FOR THE ACCOUNT: IT OPENS AT
      *>  ZERO IN THE LINE'S PERIOD WITH NO PRIOR PERIOD HELD.
      *>-----------------------------------------------------------
       4330-START-BALANCE.
           MOVE JACK-ACCOUNT-REF TO BAL-ACCOUNT-REF
           MOVE WS-LINE-PERIOD TO BAL-PERIOD-ID
           MOVE ZERO TO BAL-OPEN-BALANCE
           MOVE ZERO TO BAL-PTD-DEBIT
           MOVE ZERO TO BAL-PTD-CREDIT
           MOVE ZERO TO BAL-PTD-NET
           MOVE ZERO TO BAL-YTD-DEBIT
           MOVE ZERO TO BAL-YTD-CREDIT
           MOVE ZERO TO BAL-YTD-NET
           MOVE ZERO TO BAL-PRIOR-PERIOD-ID
           MOVE ZERO TO BAL-PRIOR-OPEN-BALANCE
           MOVE ZERO TO BAL-PRIOR-NET.
       4330-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4335-START-PRIOR-PERIOD THRU 4335-EXIT
      *>  A LINE FOR A PERIOD AFTER THE PRIOR ONE THE RECORD HOLDS
      *>  (OR WITH NO PRIOR PERIOD HELD YET) BUT BEFORE THE CURRENT
      *>  ONE -- A LATE APPROVAL OR REDATE INTO A MONTH THAT SAW NO
      *>  OTHER ACTIVITY.  THAT MONTH BECOMES THE PRIOR PERIOD,
      *>  OPENING ON THE CURRENT OPENING BALANCE (NOTHING MOVED
      *>  BETWEEN THEM) WITH NO NET YET; 4340 THEN POSTS THE LINE.
      *>-----------------------------------------------------------
       4335-START-PRIOR-PERIOD.
           MOVE WS-LINE-PERIOD TO BAL-PRIOR-PERIOD-ID
           MOVE BAL-OPEN-BALANCE TO BAL-PRIOR-OPEN-BALANCE
           MOVE ZERO TO BAL-PRIOR-NET.
       4335-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4340-POST-PRIOR-PERIOD THRU 4340-EXIT
      *>  A LINE FOR THE PRIOR PERIOD THE RECORD STILL HOLDS (AN
      *>  APPROVAL INTO A SOFT-CLOSED MONTH, A RELEASE OR REDATE
      *>  INTO LAST MONTH).  IT MOVES THAT PERIOD'S NET AND, SINCE
      *>  THE CURRENT PERIOD OPENED ON THAT PERIOD'S CLOSE, THE
      *>  CURRENT OPENING BALANCE WITH IT.  THE YEAR-TO-DATE FIGURES
      *>  MOVE ONLY WHEN BOTH PERIODS ARE IN THE SAME YEAR.
      *>-----------------------------------------------------------
       4340-POST-PRIOR-PERIOD.
           ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-PRIOR-NET
           ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-OPEN-BALANCE
           MOVE BAL-PERIOD-ID TO WS-BAL-PERIOD
           IF WS-BAL-YEAR NOT = WS-LINE-YEAR
               GO TO 4340-EXIT
           END-IF
           IF WS-JT-AMOUNT (WS-JT-SUB) < ZERO
               SUBTRACT WS-JT-AMOUNT (WS-JT-SUB) FROM BAL-YTD-CREDIT
           ELSE
               ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-YTD-DEBIT
           END-IF
           ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-YTD-NET.
       4340-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4350-POST-CURRENT-PERIOD THRU 4350-EXIT
      *>  A LINE FOR THE PERIOD THE RECORD NOW HOLDS: DEBITS ARE THE
      *>  POSITIVE AMOUNTS, CREDITS THE NEGATIVE ONES.
      *>-----------------------------------------------------------
       4350-POST-CURRENT-PERIOD.
           IF WS-JT-AMOUNT (WS-JT-SUB) < ZERO
               SUBTRACT WS-JT-AMOUNT (WS-JT-SUB) FROM BAL-PTD-CREDIT
               SUBTRACT WS-JT-AMOUNT (WS-JT-SUB) FROM BAL-YTD-CREDIT
           ELSE
               ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-PTD-DEBIT
               ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-YTD-DEBIT
           END-IF
           ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-PTD-NET
           ADD WS-JT-AMOUNT (WS-JT-SUB) TO BAL-YTD-NET.
       4350-EXIT.
           EXIT.

       END PROGRAM GLPOST.
