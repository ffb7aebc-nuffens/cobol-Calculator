      *>
      *>  MODIFICATION HISTORY
      *>  MAR 16/26  AJ   ORIGINAL REPORT LAYOUT.
      *>  OCT 15/26  AJ   THE DETAIL LINE NOW ENDS WITH THE
      *>                  TRANSACTION'S CURRENCY AND ITS RESULT IN
      *>                  THAT CURRENCY.  THE OPERANDS PRINT AS KEYED;
      *>                  THE RESULT COLUMN IS BASE CURRENCY.
      *>****************************************************************
       01  RPT-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "RESULT".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "STATUS".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "CCY".
           05  FILLER PIC X(12) VALUE "ORIG RESULT".

       01  RPT-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RPTD-RESULT PIC -(7)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPTD-STATUS PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPTD-CURRENCY-CODE PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RPTD-ORIG-RESULT PIC -(7)9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
