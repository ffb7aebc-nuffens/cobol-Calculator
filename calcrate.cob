                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCRATE
      *>
      *>  PURPOSE.     DAILY EXCHANGE-RATE LOAD.  READS THE TREASURY
      *>               RATE FILE (RTFREC.CPY) AND LOADS EACH RATE
      *>               ONTO THE EXCHANGE-RATE MASTER (RATEREC.CPY)
      *>               KEYED BY CURRENCY AND DATE, WHICH CALCEDIT
      *>               EDITS A FOREIGN-CURRENCY TRANSACTION AGAINST
      *>               AND CALC CONVERTS IT AT.  A RATE NOT YET ON
      *>               THE MASTER IS ADDED.  A RATE ALREADY ON IT AND
      *>               RESENT UNCHANGED IS ONLY COUNTED, SO A RESENT
      *>               FILE IS SAFE TO LOAD AGAIN.  A DIFFERENT RATE
      *>               FOR A DATE ALREADY LOADED IS TREASURY'S
      *>               CORRECTION AND REPLACES IT, WITH A BEFORE AND
      *>               AN AFTER IMAGE ON THE RATERPT LISTING --
      *>               POSTINGS ALREADY CONVERTED KEEP THE RATE THEY
      *>               WERE CONVERTED AT ON THEIR OWN RECORDS.  A
      *>               RECORD WITH A BLANK OR BASE CURRENCY, A BAD
      *>               DATE OR A RATE THAT IS NOT A POSITIVE NUMBER
      *>               IS REFUSED AND LISTED.  NOTHING IS EVER
      *>               DELETED (SEE JCL/CALCRATE.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   A FAILED WRITE ON AN ADD PRINTS ON THE
      *>                  LISTING LIKE EVERY OTHER REFUSAL.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRATE.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT RATEIN-FILE ASSIGN TO "RATEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           COPY RATEREC.

       FD  RATEIN-FILE.
           COPY RTFREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RATELINE.
       COPY BASECCY.

       01  WS-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ADDED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-CORRECTED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACTION-NAME PIC X(06) VALUE SPACES.
       01  WS-REASON PIC X(40) VALUE SPACES.

       01  WS-RATE-DATE PIC 9(08) VALUE ZERO.
       01  WS-RATE-DATE-PARTS REDEFINES WS-RATE-DATE.
           05  WS-RATE-DATE-YYYY     PIC 9(04).
           05  WS-RATE-DATE-MM       PIC 9(02).
           05  WS-RATE-DATE-DD       PIC 9(02).

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).

       01  WS-FILE-STATUSES.
           05  WS-RATE-STATUS        PIC X(02).
               88  WS-RATE-OK        VALUE "00".
           05  WS-RATEIN-STATUS      PIC X(02).
               88  WS-RATEIN-OK      VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-RATEIN-EOF-SWITCH  PIC X(01) VALUE "N".
               88  WS-RATEIN-EOF     VALUE "Y".
           05  WS-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-RATE-FOUND     VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-RATE THRU 2000-EXIT
               UNTIL WS-RATEIN-EOF
           PERFORM 3000-FINALIZE THRU 3000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE RATE MASTER FOR KEYED UPDATE, THE RATE FILE AND
      *>  THE LISTING, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           OPEN I-O RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY "CALCRATE: UNABLE TO OPEN RATEMAST, FILE STATUS = "
                   WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATEIN-FILE
           IF NOT WS-RATEIN-OK
               DISPLAY "CALCRATE: UNABLE TO OPEN RATEIN, FILE STATUS = "
                   WS-RATEIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCRATE: UNABLE TO OPEN RATERPT, FILE STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-RATE-FILE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1200-READ-RATE-FILE.
           READ RATEIN-FILE
               AT END
                   SET WS-RATEIN-EOF-SWITCH TO "Y"
           END-READ
           IF NOT WS-RATEIN-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.
       1200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-LOAD-ONE-RATE THRU 2000-EXIT
      *>  EDIT ONE RATE FILE RECORD AND ADD IT, CORRECT THE RATE
      *>  ALREADY ON THE MASTER FOR THAT CURRENCY AND DATE, OR
      *>  COUNT IT AS UNCHANGED, THEN READ THE NEXT ONE.
      *>-----------------------------------------------------------
       2000-LOAD-ONE-RATE.
           PERFORM 2600-VALIDATE-RATE THRU 2600-EXIT
           IF WS-REASON NOT = SPACES
               DISPLAY "CALCRATE: " RTF-CURRENCY-CODE " "
                   RTF-RATE-DATE-X " " WS-REASON " - IGNORED"
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-RATE THRU 2100-EXIT
           IF NOT WS-RATE-FOUND
               MOVE "ADD" TO WS-ACTION-NAME
               PERFORM 2200-ADD-RATE THRU 2200-EXIT
               GO TO 2000-NEXT
           END-IF
           IF RATE-TO-BASE = RTF-RATE-TO-BASE
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE "CORECT" TO WS-ACTION-NAME
               PERFORM 2300-CORRECT-RATE THRU 2300-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 1200-READ-RATE-FILE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-RATE.
           SET WS-FOUND-SWITCH TO "Y"
           MOVE RTF-CURRENCY-CODE TO RATE-CURRENCY-CODE
           MOVE RTF-RATE-DATE TO RATE-EFFECTIVE-DATE
           READ RATE-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ.
       2100-EXIT.
           EXIT.

       2200-ADD-RATE.
           MOVE SPACES TO RATE-RECORD
           MOVE RTF-CURRENCY-CODE TO RATE-CURRENCY-CODE
           MOVE RTF-RATE-DATE TO RATE-EFFECTIVE-DATE
           MOVE RTF-RATE-TO-BASE TO RATE-TO-BASE
           MOVE WS-CURRENT-DATE TO RATE-LOAD-DATE
           WRITE RATE-RECORD
               INVALID KEY
                   DISPLAY "CALCRATE: " RTF-CURRENCY-CODE " "
                       RTF-RATE-DATE " WRITE FAILED, FILE STATUS = "
                       WS-RATE-STATUS
                   MOVE "WRITE FAILED" TO WS-REASON
                   PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2300-CORRECT-RATE THRU 2300-EXIT
      *>  REPLACE A RATE ALREADY LOADED FOR THE DATE.  EVERYTHING
      *>  CALC CONVERTS FROM NOW ON USES THE CORRECTED RATE; A
      *>  POSTING ALREADY CONVERTED CARRIES ITS OWN RATE AND IS
      *>  NOT TOUCHED, SO THE CORRECTION IS DISPLAYED FOR THE
      *>  OPERATOR AS WELL AS LISTED.
      *>-----------------------------------------------------------
       2300-CORRECT-RATE.
           PERFORM 2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
           MOVE RTF-RATE-TO-BASE TO RATE-TO-BASE
           MOVE WS-CURRENT-DATE TO RATE-LOAD-DATE
           REWRITE RATE-RECORD
           IF NOT WS-RATE-OK
               DISPLAY "CALCRATE: " RTF-CURRENCY-CODE " " RTF-RATE-DATE
                   " REWRITE FAILED, FILE STATUS = " WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CORRECTED-COUNT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "CALCRATE: " RTF-CURRENCY-CODE " " RTF-RATE-DATE
               " RATE CORRECTED".
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2600-VALIDATE-RATE THRU 2600-EXIT
      *>  EDIT ONE RATE FILE RECORD.  WS-REASON IS LEFT SPACES
      *>  WHEN IT IS GOOD, OTHERWISE IT CARRIES THE FIRST FAULT
      *>  FOUND.  BASE CURRENCY IS NEVER ON THE MASTER -- ITS RATE
      *>  IS ONE BY DEFINITION.
      *>-----------------------------------------------------------
       2600-VALIDATE-RATE.
           MOVE SPACES TO WS-REASON
           IF RTF-CURRENCY-CODE = SPACES
               MOVE "CURRENCY BLANK" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF RTF-CURRENCY-CODE = BASE-CURRENCY-CODE
               MOVE "BASE CURRENCY TAKES NO RATE" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF RTF-RATE-DATE NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           MOVE RTF-RATE-DATE TO WS-RATE-DATE
           IF WS-RATE-DATE-YYYY < 1900 OR
                   WS-RATE-DATE-MM < 1 OR WS-RATE-DATE-MM > 12 OR
                   WS-RATE-DATE-DD < 1 OR WS-RATE-DATE-DD > 31
               MOVE "DATE NOT A VALID YYYYMMDD" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF RTF-RATE-TO-BASE NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO WS-REASON
               GO TO 2600-EXIT
           END-IF
           IF RTF-RATE-TO-BASE = ZERO
               MOVE "RATE ZERO" TO WS-REASON
           END-IF.
       2600-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
      *>  PRINT THE MASTER RECORD AS IT STANDS BEFORE A CORRECTION.
      *>-----------------------------------------------------------
       2900-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO RATL-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO RATLD-ACTION
           MOVE "BEFORE" TO RATLD-IMAGE
           PERFORM 2915-FILL-RATE-LINE THRU 2915-EXIT
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2900-EXIT.
           EXIT.

       2910-PRINT-AFTER-IMAGE.
           MOVE SPACES TO RATL-DETAIL-LINE (2:)
           MOVE WS-ACTION-NAME TO RATLD-ACTION
           MOVE "AFTER" TO RATLD-IMAGE
           PERFORM 2915-FILL-RATE-LINE THRU 2915-EXIT
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2910-EXIT.
           EXIT.

       2915-FILL-RATE-LINE.
           MOVE RATE-CURRENCY-CODE TO RATLD-CURRENCY-CODE
           MOVE RATE-EFFECTIVE-DATE TO RATLD-RATE-DATE
           MOVE RATE-TO-BASE TO RATLD-RATE-TO-BASE
           IF RATE-LOAD-DATE NUMERIC
               MOVE RATE-LOAD-DATE TO RATLD-LOAD-DATE
           ELSE
               MOVE "UNKNOWN" TO RATLD-NOTE
           END-IF.
       2915-EXIT.
           EXIT.

       2920-WRITE-ERROR-LINE.
           MOVE RTF-CURRENCY-CODE TO RATLE-CURRENCY-CODE
           MOVE RTF-RATE-DATE-X TO RATLE-RATE-DATE
           MOVE RTF-RATE-TO-BASE-X TO RATLE-RATE-TO-BASE
           MOVE WS-REASON TO RATLE-REASON
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM RATL-ERROR-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ERROR-COUNT.
       2920-EXIT.
           EXIT.

       2930-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT = ZERO OR
                   WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           WRITE REPORT-RECORD FROM RATL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       2930-EXIT.
           EXIT.

       2940-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-CURRENT-DATE TO RATL1-RUN-DATE
           MOVE WS-PAGE-NO TO RATL1-PAGE-NO
           WRITE REPORT-RECORD FROM RATL-HEADING-1
           WRITE REPORT-RECORD FROM RATL-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       2940-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  PRINT THE CONTROL TOTALS, CLOSE THE FILES AND SET THE
      *>  RETURN CODE -- 4 WHEN ANY RATE WAS IN ERROR, SO THE
      *>  OPERATOR CHASES TREASURY BEFORE CALCEDIT REJECTS THE
      *>  DAY'S FOREIGN POSTINGS AS NORATE.
      *>-----------------------------------------------------------
       3000-FINALIZE.
           CLOSE RATEIN-FILE
           CLOSE RATE-FILE
           IF WS-PAGE-NO = ZERO
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
           MOVE WS-READ-COUNT TO RATLT-READ-COUNT
           MOVE WS-ADDED-COUNT TO RATLT-ADDED-COUNT
           MOVE WS-CORRECTED-COUNT TO RATLT-CORRECTED-COUNT
           MOVE WS-UNCHANGED-COUNT TO RATLT-UNCHANGED-COUNT
           MOVE WS-ERROR-COUNT TO RATLT-ERROR-COUNT
           WRITE REPORT-RECORD FROM RATL-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "CALCRATE: " WS-READ-COUNT " READ, "
               WS-ADDED-COUNT " ADDED, " WS-CORRECTED-COUNT
               " CORRECTED, " WS-UNCHANGED-COUNT " UNCHANGED, "
               WS-ERROR-COUNT " IN ERROR"
           IF WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM CALCRATE.
