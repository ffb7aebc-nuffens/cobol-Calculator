      *>                  VSAM MASTER LOADED BY MSTRLOAD -- THE
      *>                  HEADING NAME IS READ BY KEY AT BREAK TIME
      *>                  AND THE IN-STORAGE TABLE IS GONE.
      *>  OCT 15/26  AJ   THE STATEMENT STAYS IN BASE CURRENCY -- THE
      *>                  AMOUNT AND BALANCE ARE THE GL-AMOUNT GLPOST
      *>                  JOURNALIZES -- BUT A POSTING KEYED IN A
      *>                  FOREIGN CURRENCY NOW PRINTS ITS CURRENCY,
      *>                  ORIGINAL AMOUNT AND RATE BESIDE IT, FROM
      *>                  THE NEW GLEXTRAC.CPY FIELDS.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTMT.

       WORKING-STORAGE SECTION.
       COPY STMTLINE.
       COPY BASECCY.

       01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE PIC 9(08) VALUE ZERO.
               10  WS-PT-ACCOUNT-REF PIC X(10).
               10  WS-PT-AMOUNT      PIC S9(7)V99.
               10  WS-PT-TRAN-DATE   PIC 9(08).
               10  WS-PT-CURRENCY-CODE PIC X(03).
               10  WS-PT-ORIG-AMOUNT PIC S9(7)V99.
               10  WS-PT-EXCH-RATE   PIC 9(04)V9(06).

       01  WS-STMT-ACCT-TABLE.
           05  WS-STMT-ACCT-COUNT    PIC 9(04) COMP VALUE ZERO.
               MOVE GL-ACCOUNT-REF TO WS-PT-ACCOUNT-REF (PT-IDX)
               MOVE GL-AMOUNT TO WS-PT-AMOUNT (PT-IDX)
               MOVE GL-TRAN-DATE TO WS-PT-TRAN-DATE (PT-IDX)
               IF GL-CURRENCY-CODE = SPACES OR
                       GL-CURRENCY-CODE = BASE-CURRENCY-CODE
                   MOVE SPACES TO WS-PT-CURRENCY-CODE (PT-IDX)
                   MOVE ZERO TO WS-PT-ORIG-AMOUNT (PT-IDX)
                   MOVE ZERO TO WS-PT-EXCH-RATE (PT-IDX)
               ELSE
                   MOVE GL-CURRENCY-CODE TO WS-PT-CURRENCY-CODE (PT-IDX)
                   MOVE GL-ORIG-AMOUNT TO WS-PT-ORIG-AMOUNT (PT-IDX)
                   MOVE GL-EXCH-RATE TO WS-PT-EXCH-RATE (PT-IDX)
               END-IF
               PERFORM 1500-NOTE-ACCOUNT THRU 1500-EXIT
           END-IF
           PERFORM 1300-READ-GL THRU 1300-EXIT.
           MOVE WS-PT-TRAN-DATE (PT-IDX) TO STMTD-TRAN-DATE
           MOVE WS-PT-AMOUNT (PT-IDX) TO STMTD-AMOUNT
           MOVE WS-RUNNING-BALANCE TO STMTD-BALANCE
           IF WS-PT-CURRENCY-CODE (PT-IDX) = SPACES
               MOVE SPACES TO STMTD-ORIG-FIGURES
           ELSE
               MOVE WS-PT-CURRENCY-CODE (PT-IDX) TO STMTD-CURRENCY-CODE
               MOVE WS-PT-ORIG-AMOUNT (PT-IDX) TO STMTD-ORIG-AMOUNT
               MOVE WS-PT-EXCH-RATE (PT-IDX) TO STMTD-EXCH-RATE
           END-IF
           WRITE REPORT-RECORD FROM STMT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ACCT-POSTING-COUNT
