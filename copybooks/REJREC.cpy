      *>      I1NOTNUM  FIRST OPERAND IS NOT NUMERIC
      *>      I2NOTNUM  SECOND OPERAND IS NOT NUMERIC
      *>      AFTERTRL  RECORD KEYED AFTER THE BATCH TRAILER
      *>      NORULE    ALLOCATE NAMES A RULE NOT ON THE RULE MASTER
      *>      RULEEXPD  ALLOCATION RULE NOT IN FORCE ON THE RUN DATE
      *>      RULEACCT  ALLOCATION RULE TARGETS AN UNKNOWN OR CLOSED
      *>                ACCOUNT
      *>      NORATE    CURRENCY HAS NO RATE ON THE EXCHANGE-RATE
      *>                MASTER FOR THE BATCH DATE
      *>      WRONGCO   ACCOUNT (OR AN ALLOCATION TARGET) BELONGS TO
      *>                ANOTHER COMPANY AND THE INTERCOMPANY TABLE
      *>                HAS NO PAIR FROM THE TRANSACTION'S COMPANY
      *>
      *>  RESOLUTION
      *>  THE REJECT FILE IS NOW THE REJECT MASTER: CALCEDIT APPENDS
      *>                  WHOLE LIFE USED TO BE A PAPER REJLIST AND
      *>                  SOMEONE'S MEMORY -- ONE WAS NEVER
      *>                  RESUBMITTED AND ONE WAS KEYED TWICE.
      *>  OCT 15/26  AJ   ADDED THE NORULE, RULEEXPD AND RULEACCT
      *>                  REASON CODES FOR THE ALLOCATE OPERATION.
      *>  OCT 15/26  AJ   ADDED THE NORATE REASON CODE AND
      *>                  REJ-TRAN-CURRENCY-CODE, APPENDED AT THE END:
      *>                  REJ-TRAN-IMAGE STAYS THE 53 BYTES IT ALWAYS
      *>                  WAS SO REJECTS ALREADY ON FILE STAY
      *>                  READABLE, AND THE TRANSACTION'S CURRENCY
      *>                  (TRANREC.CPY) RIDES HERE INSTEAD.  DATA
      *>                  ENTRY CORRECTS IT IN PLACE LIKE THE IMAGE.
      *>  OCT 15/26  AJ   ADDED THE WRONGCO REASON CODE AND
      *>                  REJ-TRAN-COMPANY-CODE, APPENDED AT THE END
      *>                  THE SAME WAY AS THE CURRENCY, FOR THE
      *>                  TRANSACTION'S COMPANY.  RECORD NOW 125
      *>                  BYTES.
      *>****************************************************************
       01  REJ-RECORD.
           05  REJ-REASON            PIC X(08).
           05  REJ-RESOLVED-BATCH    PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  REJ-RESOLVED-SEQ      PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  REJ-TRAN-CURRENCY-CODE PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  REJ-TRAN-COMPANY-CODE PIC X(04).
