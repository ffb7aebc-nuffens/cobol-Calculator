      *>****************************************************************
      *>  PEXREC.CPY
      *>
      *>  PERIOD EXCEPTION RECORD.  A POSTING THE PERIOD CALENDAR
      *>  (PERDREC.CPY) WILL NOT TAKE IS HELD HERE INSTEAD OF GOING
      *>  TO THE GL EXTRACT, WITH THE PROGRAM THAT HELD IT AND THE
      *>  DATE IT WAS HELD.  THE FILE IS APPEND-ONLY (DISP=MOD) AND
      *>  IS WORKED BY THE ACCOUNTS TEAM AT MONTH-END: A HELD ITEM
      *>  IS EITHER RE-KEYED INTO AN OPEN PERIOD OR WRITTEN OFF.
      *>
      *>  REASON CODES
      *>      NOPERIOD  POSTING DATE'S PERIOD NOT ON THE CALENDAR
      *>      SOFTCLSD  PERIOD SOFT-CLOSED AND THE OPERATOR IS NOT
      *>                AN APPROVER
      *>      HARDCLSD  PERIOD HARD-CLOSED AND NO OPEN PERIOD AFTER
      *>                IT HAS STARTED YET
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE PERIOD EXCEPTION
      *>                  FILE.
      *>  OCT 15/26  AJ   ADDED PEX-CURRENCY-CODE, PEX-ORIG-AMOUNT
      *>                  AND PEX-EXCH-RATE, APPENDED AT THE END.
      *>                  PEX-AMOUNT IS BASE CURRENCY AT THE RATE OF
      *>                  THE DAY IT WAS BOOKED; THE ORIGINAL FIGURE
      *>                  IS KEPT SO A HELD FOREIGN POSTING IS RE-KEYED
      *>                  IN THE CURRENCY IT WAS KEYED IN.  AN ITEM
      *>                  HELD BEFORE THE FIELDS EXISTED READS AS
      *>                  SPACES -- BASE CURRENCY.
      *>  OCT 15/26  AJ   ADDED PEX-COMPANY-CODE, APPENDED AT THE END:
      *>                  THE COMPANY THE TRANSACTION WAS KEYED FOR,
      *>                  SO THE POSTING IS STILL BOOKED FOR THAT
      *>                  COMPANY -- WITH ITS INTERCOMPANY PAIR WHEN
      *>                  THE ACCOUNT IS ANOTHER COMPANY'S -- WHEN IT
      *>                  IS RE-KEYED.  AN ITEM HELD BEFORE THE FIELD
      *>                  EXISTED READS AS SPACES -- THE HOME COMPANY.
      *>****************************************************************
       01  PEX-RECORD.
           05  PEX-SEQ-NO            PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-OPERATOR-ID       PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-ACCOUNT-REF       PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-AMOUNT            PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-OPERATION-TYPE    PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-TRAN-DATE         PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-REASON            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-SOURCE            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-HELD-DATE         PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-ORIG-AMOUNT       PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-EXCH-RATE         PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PEX-COMPANY-CODE      PIC X(04).
