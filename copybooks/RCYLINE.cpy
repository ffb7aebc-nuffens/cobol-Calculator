      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LISTING LAYOUT FOR THE REJECT
      *>                  RECYCLE.
      *>  OCT 15/26  AJ   THE TRANSACTION IMAGE NOW PRINTS WITH ITS
      *>                  CURRENCY CODE STRAIGHT AFTER IT, AS THE
      *>                  DETAIL IS NOW KEYED.
      *>  OCT 15/26  AJ   THE TRANSACTION'S COMPANY CODE NOW PRINTS
      *>                  AFTER THE CURRENCY.
      *>****************************************************************
       01  RCYL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RCYLD-NEW-SEQ PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RCYLD-TRAN-IMAGE PIC X(53).
           05  RCYLD-TRAN-CURRENCY PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RCYLD-TRAN-COMPANY PIC X(04).

       01  RCYL-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
