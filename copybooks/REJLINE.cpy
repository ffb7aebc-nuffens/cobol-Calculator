      *>  MODIFICATION HISTORY
      *>  AUG 21/26  AJ   ORIGINAL LISTING LAYOUT FOR THE FRONT-END
      *>                  EDIT.
      *>  OCT 15/26  AJ   THE TRANSACTION IMAGE NOW PRINTS WITH ITS
      *>                  CURRENCY CODE STRAIGHT AFTER IT, AS THE
      *>                  DETAIL IS NOW KEYED.
      *>  OCT 15/26  AJ   THE TRANSACTION'S COMPANY CODE NOW PRINTS
      *>                  AFTER THE CURRENCY.
      *>****************************************************************
       01  REJL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  REJLD-REASON PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  REJLD-TRAN-IMAGE PIC X(53).
           05  REJLD-TRAN-CURRENCY PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  REJLD-TRAN-COMPANY PIC X(04).

       01  REJL-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
