      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR DUAL-CONTROL APPROVAL,
      *>                  RAISED AT THE SPRING AUDIT REVIEW.
      *>  OCT 15/26  AJ   ADDED PND-REASON, APPENDED AT THE END:
      *>                  APPRLIMT FOR A POSTING OVER THE OPERATOR'S
      *>                  APPROVAL LIMIT, OVERBUDG FOR ONE THAT WOULD
      *>                  TAKE ITS ACCOUNT PAST THE PERIOD'S BUDGET
      *>                  (BUDGREC.CPY).  A RECORD HELD BEFORE THE
      *>                  FIELD EXISTED READS AS SPACES -- AN
      *>                  APPROVAL-LIMIT HOLD.
      *>  OCT 15/26  AJ   ADDED PND-CURRENCY-CODE, PND-ORIG-AMOUNT
      *>                  AND PND-EXCH-RATE, APPENDED AT THE END.
      *>                  PND-AMOUNT IS BASE CURRENCY AT THE RATE OF
      *>                  THE DAY IT WAS BOOKED; THE ORIGINAL FIGURE
      *>                  IS KEPT SO CALCFXRV CAN REVALUE THE ITEM AT
      *>                  MONTH-END.  AN ITEM HELD BEFORE THE FIELDS
      *>                  EXISTED READS AS SPACES -- BASE CURRENCY.
      *>  OCT 15/26  AJ   ADDED PND-COMPANY-CODE, APPENDED AT THE END:
      *>                  THE COMPANY THE TRANSACTION WAS KEYED FOR,
      *>                  SO THE POSTING IS STILL BOOKED FOR THAT
      *>                  COMPANY -- WITH ITS INTERCOMPANY PAIR WHEN
      *>                  THE ACCOUNT IS ANOTHER COMPANY'S -- WHEN IT
      *>                  IS RELEASED.  AN ITEM HELD BEFORE THE FIELD
      *>                  EXISTED READS AS SPACES -- THE HOME COMPANY.
      *>****************************************************************
       01  PND-RECORD.
           05  PND-SEQ-NO            PIC 9(06).
           05  PND-OPERATION-TYPE    PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-TRAN-DATE         PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-REASON            PIC X(08).
               88  PND-OVER-APPROVAL-LIMIT VALUE "APPRLIMT" SPACES.
               88  PND-OVER-BUDGET   VALUE "OVERBUDG".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-ORIG-AMOUNT       PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-EXCH-RATE         PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PND-COMPANY-CODE      PIC X(04).
