      *>                  RECONCILIATION DAY -- WITHOUT IT, EVERY
      *>                  PRIOR-DAY RESULT THREW FALSE ORPHAN AND
      *>                  AMOUNT-BREAK EXCEPTIONS FROM DAY TWO ON.
      *>  OCT 15/26  AJ   ADDED OUT-CURRENCY-CODE, OUT-ORIG-RESULT AND
      *>                  OUT-EXCH-RATE (AGAIN END-APPENDED).  OUT-I1,
      *>                  OUT-I2 AND OUT-ORIG-RESULT ARE IN THE
      *>                  TRANSACTION'S OWN CURRENCY; OUT-RESULT IS
      *>                  ALWAYS BASE CURRENCY, AT OUT-EXCH-RATE.  THE
      *>                  RATE IS ONE FOR A BASE-CURRENCY TRANSACTION
      *>                  AND ZERO FOR A FOREIGN ONE THAT NEVER POSTED
      *>                  (REJECTED, CHAIN END, STORE) -- ITS RESULT
      *>                  IS LEFT UNCONVERTED.
      *>****************************************************************
       01  OUT-RECORD.
           05  OUT-SEQ-NO            PIC 9(06).
           05  OUT-ACCOUNT-REF       PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  OUT-RUN-DATE          PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  OUT-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  OUT-ORIG-RESULT       PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  OUT-EXCH-RATE         PIC 9(04)V9(06).
