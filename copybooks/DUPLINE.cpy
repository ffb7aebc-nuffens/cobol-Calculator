      *>****************************************************************
      *>  DUPLINE.CPY
      *>
      *>  CALCDUPS HELD-DUPLICATES LISTING LAYOUTS.  WORKING-STORAGE
      *>  RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH WRITE ...
      *>  FROM, THE SAME WAY PRTLINE.CPY WORKS FOR CALC.  EVERY
      *>  DETAIL HELD THIS RUN PRINTS WITH THE DATE AND SEQUENCE OF
      *>  THE POSTING IT MATCHED; EVERY ITEM STILL OPEN PRINTS AGAIN
      *>  EACH RUN UNTIL DATA ENTRY RELEASES OR KILLS IT; EVERY
      *>  RELEASE REPOSTED THIS RUN PRINTS WITH THE DATE AND NEW
      *>  SEQUENCE IT WENT IN UNDER, AND EVERY KILL WITH ITS DATE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR THE DUPLICATE
      *>                  CHECK.
      *>  OCT 15/26  AJ   THE TRANSACTION IMAGE NOW PRINTS WITH ITS
      *>                  CURRENCY CODE STRAIGHT AFTER IT, AS THE
      *>                  DETAIL IS NOW KEYED.
      *>  OCT 15/26  AJ   THE TRANSACTION'S COMPANY CODE NOW PRINTS
      *>                  AFTER THE CURRENCY.
      *>****************************************************************
       01  DUPL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(26) VALUE "CALCDUPS DUPLICATE CHECK".
           05  FILLER PIC X(07) VALUE "WINDOW:".
           05  DUPL1-WINDOW-DAYS PIC ZZ9.
           05  FILLER PIC X(06) VALUE " DAYS".
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  DUPL1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  DUPL1-PAGE-NO PIC ZZZ9.

       01  DUPL-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "STATUS".
           05  FILLER PIC X(09) VALUE "REASON".
           05  FILLER PIC X(09) VALUE "BATCH".
           05  FILLER PIC X(16) VALUE "MATCHED/POSTED".
           05  FILLER PIC X(30) VALUE "TRANSACTION RECORD AS KEYED".

       01  DUPL-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-STATUS PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-REASON PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-BATCH-ID PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-SEQ-NO PIC ZZZZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-TRAN-IMAGE PIC X(53).
           05  DUPLD-TRAN-CURRENCY PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  DUPLD-TRAN-COMPANY PIC X(04).

       01  DUPL-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(05) VALUE "READ".
           05  DUPLT-READ-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(08) VALUE "  PASSED".
           05  DUPLT-PASSED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(06) VALUE "  HELD".
           05  DUPLT-HELD-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(10) VALUE "  REPOSTED".
           05  DUPLT-REPOSTED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(08) VALUE "  KILLED".
           05  DUPLT-KILLED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(12) VALUE "  STILL OPEN".
           05  DUPLT-OPEN-COUNT PIC ZZZZZ9.
