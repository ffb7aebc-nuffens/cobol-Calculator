      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR THE PER-ACCOUNT
      *>                  ACTIVITY STATEMENT.
      *>  OCT 15/26  AJ   A POSTING KEYED IN A FOREIGN CURRENCY NOW
      *>                  PRINTS ITS CURRENCY, ORIGINAL AMOUNT AND
      *>                  RATE NEXT TO THE BASE AMOUNT.  THE COLUMNS
      *>                  ARE LEFT BLANK FOR A BASE-CURRENCY POSTING.
      *>****************************************************************
       01  STMT-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "BALANCE".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "CCY".
           05  FILLER PIC X(13) VALUE "ORIG AMOUNT".
           05  FILLER PIC X(11) VALUE "RATE".

       01  STMT-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  STMTD-AMOUNT PIC -(9)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  STMTD-BALANCE PIC -(9)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  STMTD-ORIG-FIGURES.
               10  STMTD-CURRENCY-CODE PIC X(03).
               10  FILLER PIC X(02) VALUE SPACES.
               10  STMTD-ORIG-AMOUNT PIC -(7)9.99.
               10  FILLER PIC X(02) VALUE SPACES.
               10  STMTD-EXCH-RATE PIC ZZZ9.999999.

       01  STMT-ACCT-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
