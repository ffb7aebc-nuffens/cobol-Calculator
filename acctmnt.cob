      *>                  END-OF-RUN FULL-FILE REWRITE ARE GONE --
      *>                  EACH CHANGE LANDS ON ITS OWN RECORD THE
      *>                  MOMENT IT APPLIES.
      *>  OCT 15/26  AJ   EVERY TRANSACTION MUST NOW NAME WHO KEYED
      *>                  IT (AMNT-MAINT-BY) OR IT IS REFUSED; THE
      *>                  LISTING SHOWS IT, AND EVERY APPLIED CHANGE
      *>                  IS APPENDED TO THE MAINTENANCE CHANGE LOG
      *>                  (MCHGREC.CPY) FOR THE CALCSOD SEGREGATION-
      *>                  OF-DUTIES RUN.
      *>  OCT 15/26  AJ   AN ADD NOW SETS THE ACCOUNT'S COMPANY FROM
      *>                  AMNT-COMPANY-CODE, THE HOME COMPANY WHEN IT
      *>                  IS BLANK, AND THE LISTING SHOWS IT.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
           SELECT REPORT-FILE ASSIGN TO "ACCTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       FD  CHANGE-LOG-FILE.
           COPY MCHGREC.

       WORKING-STORAGE SECTION.
       COPY ACMTLINE.
       COPY COMPANY.

       01  WS-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-MAINT-REC-NO PIC 9(06) COMP VALUE ZERO.
       01  WS-ACTION-NAME PIC X(06) VALUE SPACES.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
               88  WS-MAINT-OK       VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".
           05  WS-CHGLOG-STATUS      PIC X(02).
               88  WS-CHGLOG-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SWITCH   PIC X(01) VALUE "N".

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE MASTER FOR KEYED UPDATE, THE MAINTENANCE FILE,
      *>  THE LISTING AND THE CHANGE LOG, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           IF NOT WS-CHGLOG-OK
               DISPLAY "ACCTMNT: UNABLE TO OPEN MAINTLOG, FILE STATUS = "
                   WS-CHGLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
           READ MAINT-FILE
               AT END
                   SET WS-MAINT-EOF-SWITCH TO "Y"
               NOT AT END
                   ADD 1 TO WS-MAINT-REC-NO
           END-READ.
       1200-EXIT.
           EXIT.
      *>  READ THE NEXT ONE.  EVERY APPLIED CHANGE PRINTS A BEFORE
      *>  AND AN AFTER IMAGE ON THE LISTING; EVERY REFUSED
      *>  TRANSACTION PRINTS WITH ITS REASON AND IS ALSO DISPLAYED
      *>  ON THE RUN LOG, THE SAME WAY OPERMNT REPORTS.  A
      *>  TRANSACTION THAT DOES NOT SAY WHO KEYED IT IS REFUSED
      *>  BEFORE IT TOUCHES THE MASTER.
      *>-----------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           IF AMNT-MAINT-BY = SPACES
               MOVE AMNT-ACTION TO WS-ACTION-NAME
               DISPLAY "ACCTMNT: " AMNT-ACCT-REF
                   " MAINTAINED-BY BLANK - IGNORED"
               MOVE "MAINTAINED-BY BLANK" TO ACMTE-REASON
               PERFORM 2920-WRITE-ERROR-LINE THRU 2920-EXIT
               PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
           EVALUATE AMNT-ACTION
               WHEN "A"
           MOVE AMNT-ACCT-NAME TO ACCT-NAME
           MOVE "O" TO ACCT-STATUS-FLAG
           MOVE ZERO TO ACCT-CLOSE-DATE
           IF AMNT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO ACCT-COMPANY-CODE
           ELSE
               MOVE AMNT-COMPANY-CODE TO ACCT-COMPANY-CODE
           END-IF
           WRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY "ACCTMNT: " AMNT-ACCT-REF
                   GO TO 2200-EXIT
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT
           PERFORM 2910-PRINT-AFTER-IMAGE THRU 2910-EXIT
           DISPLAY "ACCTMNT: " AMNT-ACCT-REF " ADDED".
       2200-EXIT.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2800-WRITE-CHANGE-LOG THRU 2800-EXIT
      *>  APPEND THE APPLIED CHANGE TO THE MAINTENANCE CHANGE LOG:
      *>  WHO KEYED IT, WHAT WAS DONE, TO WHICH ACCOUNT, AND WHICH
      *>  MAINTENANCE RECORD ASKED FOR IT.
      *>-----------------------------------------------------------
       2800-WRITE-CHANGE-LOG.
           MOVE SPACES TO MCHG-RECORD
           MOVE "ACCTMNT" TO MCHG-PROGRAM
           MOVE WS-CURRENT-DATE TO MCHG-DATE
           MOVE WS-CURRENT-TIME TO MCHG-TIME
           MOVE AMNT-MAINT-BY TO MCHG-MAINT-BY
           MOVE AMNT-ACTION TO MCHG-ACTION
           MOVE AMNT-ACCT-REF TO MCHG-KEY
           MOVE WS-MAINT-REC-NO TO MCHG-REC-NO
           WRITE MCHG-RECORD.
       2800-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-PRINT-BEFORE-IMAGE THRU 2900-EXIT
      *>  PRINT THE MASTER RECORD AS IT STANDS BEFORE THE CHANGE.
                   MOVE "CLOSED" TO ACMTD-STATUS
               END-IF
               MOVE ACCT-CLOSE-DATE TO ACMTD-CLOSE-DATE
               MOVE ACCT-COMPANY-CODE TO ACMTD-COMPANY
           ELSE
               MOVE "(NOT ON FILE)" TO ACMTD-ACCT-NAME
               MOVE ZERO TO ACMTD-CLOSE-DATE
           END-IF
           MOVE AMNT-MAINT-BY TO ACMTD-MAINT-BY
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2900-EXIT.
           EXIT.
               MOVE "CLOSED" TO ACMTD-STATUS
           END-IF
           MOVE ACCT-CLOSE-DATE TO ACMTD-CLOSE-DATE
           MOVE ACCT-COMPANY-CODE TO ACMTD-COMPANY
           MOVE AMNT-MAINT-BY TO ACMTD-MAINT-BY
           PERFORM 2930-WRITE-LISTING-LINE THRU 2930-EXIT.
       2910-EXIT.
           EXIT.
       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CHANGE-LOG-FILE
           IF WS-PAGE-NO = ZERO
               PERFORM 2940-PRINT-HEADERS THRU 2940-EXIT
           END-IF
