      *>****************************************************************
      *>  PMNTLINE.CPY
      *>
      *>  PERDMNT PERIOD CALENDAR CHANGE LISTING LAYOUTS.  WORKING-
      *>  STORAGE RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH
      *>  WRITE ... FROM, THE SAME WAY ACMTLINE.CPY WORKS FOR
      *>  ACCTMNT.  EVERY APPLIED CHANGE PRINTS A BEFORE AND AN
      *>  AFTER IMAGE OF THE PERIOD, AND EVERY REFUSED TRANSACTION
      *>  PRINTS WITH ITS REASON -- THE LISTING IS THE RECORD OF
      *>  WHO CLOSED WHICH MONTH WHEN, SO IT IS FILED WITH THE
      *>  MONTH-END PACK.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR PERIOD
      *>                  CALENDAR MAINTENANCE.
      *>****************************************************************
       01  PMNT-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(35) VALUE "PERDMNT PERIOD CALENDAR CHANGES".
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  PMNT1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  PMNT1-PAGE-NO PIC ZZZ9.

       01  PMNT-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(10) VALUE "ACTION".
           05  FILLER PIC X(08) VALUE "IMAGE".
           05  FILLER PIC X(08) VALUE "PERIOD".
           05  FILLER PIC X(10) VALUE "START".
           05  FILLER PIC X(10) VALUE "END".
           05  FILLER PIC X(13) VALUE "STATUS".
           05  FILLER PIC X(10) VALUE "SINCE".

       01  PMNT-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PMNTD-ACTION PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-IMAGE PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-PERIOD-ID PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-START-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-END-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-STATUS PIC X(11).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTD-STATUS-DATE PIC 9(08).

       01  PMNT-ERROR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  PMNTE-ACTION PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  PMNTE-PERIOD-ID PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "REFUSED - ".
           05  PMNTE-REASON PIC X(40).

       01  PMNT-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "APPLIED".
           05  PMNTT-APPLIED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "IN ERROR".
           05  PMNTT-ERROR-COUNT PIC ZZZZZ9.
