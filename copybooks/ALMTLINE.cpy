      *>****************************************************************
      *>  ALMTLINE.CPY
      *>
      *>  ALOCMNT CHANGE LISTING LAYOUTS.  WORKING-STORAGE RECORDS
      *>  BUILT UP FOR EACH LINE AND WRITTEN WITH WRITE ... FROM,
      *>  THE SAME WAY ACMTLINE.CPY WORKS FOR ACCTMNT.  EVERY
      *>  APPLIED CHANGE PRINTS A BEFORE AND AN AFTER IMAGE OF THE
      *>  RULE, EACH FOLLOWED BY ITS TARGET LINES, AND EVERY REFUSED
      *>  TRANSACTION PRINTS WITH ITS REASON.  THE LISTING IS FILED
      *>  WITH THE ACCOUNT MASTER LISTINGS.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR ALLOCATION
      *>                  RULE MAINTENANCE.
      *>****************************************************************
       01  ALML-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(35) VALUE "ALOCMNT ALLOCATION RULE CHANGES".
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  ALML1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  ALML1-PAGE-NO PIC ZZZ9.

       01  ALML-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "ACTION".
           05  FILLER PIC X(08) VALUE "IMAGE".
           05  FILLER PIC X(12) VALUE "RULE".
           05  FILLER PIC X(22) VALUE "DESCRIPTION".
           05  FILLER PIC X(10) VALUE "EFFECTIVE".
           05  FILLER PIC X(10) VALUE "EXPIRES".
           05  FILLER PIC X(07) VALUE "TARGETS".

       01  ALML-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  ALMLD-ACTION PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-IMAGE PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-RULE-ID PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-DESCRIPTION PIC X(20).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-EFFECTIVE-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-EXPIRY-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLD-TARGET-COUNT PIC Z9.

       01  ALML-TARGET-LINE.
           05  FILLER PIC X(29) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "TARGET".
           05  ALMLG-ACCOUNT PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLG-PERCENT PIC ZZ9.99.
           05  FILLER PIC X(02) VALUE " %".

       01  ALML-ERROR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  ALMLE-ACTION PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ALMLE-RULE-ID PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "REFUSED - ".
           05  ALMLE-REASON PIC X(40).

       01  ALML-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "APPLIED".
           05  ALMLT-APPLIED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "IN ERROR".
           05  ALMLT-ERROR-COUNT PIC ZZZZZ9.
