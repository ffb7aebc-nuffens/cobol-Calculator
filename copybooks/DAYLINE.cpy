      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR THE DAY-END SIGN-OFF.
      *>  OCT 15/26  AJ   ADDED THE HELD-DUPLICATES SECTION: ONE LINE
      *>                  PER HELD DUPLICATE NOT YET RESOLVED AND THE
      *>                  OUTSTANDING COUNT.
      *>  OCT 15/26  AJ   THE TRANSACTION IMAGE NOW PRINTS WITH ITS
      *>                  CURRENCY CODE STRAIGHT AFTER IT, AS THE
      *>                  DETAIL IS NOW KEYED.
      *>  OCT 15/26  AJ   ADDED THE ROLLBACK LINE, PRINTED UNDER THE
      *>                  STEPS WHEN CALCRBAK ROLLED THE DAY BACK.
      *>  OCT 15/26  AJ   THE HELD DUPLICATE'S COMPANY CODE NOW PRINTS
      *>                  AFTER THE CURRENCY.
      *>****************************************************************
       01  DAYE-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYED-REMARK PIC X(30).

       01  DAYE-ROLLBACK-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(24) VALUE "DAY ROLLED BACK AT".
           05  DAYER-TIME PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(06) VALUE "BATCH".
           05  DAYER-BATCH-ID PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(40)
               VALUE "STEPS ABOVE ARE THE RERUN SINCE, IF ANY".

       01  DAYE-VERDICT-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "VERDICT".
           05  DAYEV-VERDICT PIC X(40).

       01  DAYE-HELD-HEADING.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "STATUS".
           05  FILLER PIC X(09) VALUE "REASON".
           05  FILLER PIC X(09) VALUE "BATCH".
           05  FILLER PIC X(09) VALUE "DATE".
           05  FILLER PIC X(30) VALUE "HELD DUPLICATE AS KEYED".

       01  DAYE-HELD-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-STATUS PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-REASON PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-BATCH-ID PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-BATCH-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-TRAN-IMAGE PIC X(53).
           05  DAYEH-TRAN-CURRENCY PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DAYEH-TRAN-COMPANY PIC X(04).

       01  DAYE-HELD-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(30) VALUE "HELD DUPLICATES OUTSTANDING".
           05  DAYEH-OUTSTANDING PIC ZZZZZ9.
