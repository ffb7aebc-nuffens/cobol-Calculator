      *>****************************************************************
      *>  RATELINE.CPY
      *>
      *>  CALCRATE RATE LOAD LISTING LAYOUTS.  WORKING-STORAGE
      *>  RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH WRITE ...
      *>  FROM, THE SAME WAY BDMTLINE.CPY WORKS FOR BUDGMNT.  EVERY
      *>  NEW RATE PRINTS ONCE; EVERY CORRECTION OF A RATE ALREADY
      *>  ON THE MASTER PRINTS A BEFORE AND AN AFTER IMAGE; EVERY
      *>  REFUSED RECORD PRINTS WITH ITS REASON.  A RATE RESENT
      *>  UNCHANGED IS ONLY COUNTED.  THE LISTING IS FILED WITH THE
      *>  TREASURY RATE SHEET.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR THE RATE LOAD.
      *>****************************************************************
       01  RATL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(35) VALUE "CALCRATE EXCHANGE-RATE LOAD".
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  RATL1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  RATL1-PAGE-NO PIC ZZZ9.

       01  RATL-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "ACTION".
           05  FILLER PIC X(08) VALUE "IMAGE".
           05  FILLER PIC X(05) VALUE "CCY".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(13) VALUE " RATE TO BASE".
           05  FILLER PIC X(10) VALUE "  LOADED".

       01  RATL-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RATLD-ACTION PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLD-IMAGE PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLD-CURRENCY-CODE PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLD-RATE-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLD-RATE-TO-BASE PIC ZZZ9.999999.
           05  FILLER PIC X(04) VALUE SPACES.
           05  RATLD-LOAD-DATE PIC 9(08).
           05  RATLD-NOTE REDEFINES RATLD-LOAD-DATE PIC X(08).

       01  RATL-ERROR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RATLE-CURRENCY-CODE PIC X(03).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLE-RATE-DATE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RATLE-RATE-TO-BASE PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "REFUSED - ".
           05  RATLE-REASON PIC X(40).

       01  RATL-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(05) VALUE "READ".
           05  RATLT-READ-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(07) VALUE "  ADDED".
           05  RATLT-ADDED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE "  CORRECTED".
           05  RATLT-CORRECTED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE "  UNCHANGED".
           05  RATLT-UNCHANGED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(10) VALUE "  IN ERROR".
           05  RATLT-ERROR-COUNT PIC ZZZZZ9.
