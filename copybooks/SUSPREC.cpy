      *>  REASON CODES
      *>      UNKNACCT  ACCOUNT NOT ON THE MASTER
      *>      CLOSACCT  ACCOUNT ON THE MASTER BUT CLOSED
      *>      WRONGCO   ACCOUNT BELONGS TO ANOTHER COMPANY AND THE
      *>                INTERCOMPANY TABLE HAS NO PAIR FROM THE
      *>                TRANSACTION'S COMPANY (SET BY CALCAPPR)
      *>
      *>  MODIFICATION HISTORY
      *>  AUG 24/26  AJ   ORIGINAL LAYOUT FOR THE SUSPENSE EXTRACT.
      *>  OCT 15/26  AJ   ADDED SUSP-CURRENCY-CODE, SUSP-ORIG-AMOUNT
      *>                  AND SUSP-EXCH-RATE, APPENDED AT THE END.
      *>                  SUSP-AMOUNT IS BASE CURRENCY AT THE RATE OF
      *>                  THE DAY IT WAS BOOKED; THE ORIGINAL FIGURE
      *>                  IS KEPT SO CALCFXRV CAN REVALUE THE ITEM AT
      *>                  MONTH-END.  AN ITEM HELD BEFORE THE FIELDS
      *>                  EXISTED READS AS SPACES -- BASE CURRENCY.
      *>  OCT 15/26  AJ   ADDED SUSP-COMPANY-CODE, APPENDED AT THE END:
      *>                  THE COMPANY THE TRANSACTION WAS KEYED FOR,
      *>                  SO THE POSTING IS STILL BOOKED FOR THAT
      *>                  COMPANY -- WITH ITS INTERCOMPANY PAIR WHEN
      *>                  THE ACCOUNT IS ANOTHER COMPANY'S -- WHEN IT
      *>                  IS RELEASED.  AN ITEM HELD BEFORE THE FIELD
      *>                  EXISTED READS AS SPACES -- THE HOME COMPANY.
      *>                  ADDED THE WRONGCO REASON CODE.
      *>****************************************************************
       01  SUSP-RECORD.
           05  SUSP-SEQ-NO           PIC 9(06).
           05  SUSP-TRAN-DATE        PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SUSP-REASON           PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SUSP-CURRENCY-CODE    PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SUSP-ORIG-AMOUNT      PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SUSP-EXCH-RATE        PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SUSP-COMPANY-CODE     PIC X(04).
