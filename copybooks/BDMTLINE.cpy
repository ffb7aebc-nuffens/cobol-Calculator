      *>****************************************************************
      *>  BDMTLINE.CPY
      *>
      *>  BUDGMNT CHANGE LISTING LAYOUTS.  WORKING-STORAGE RECORDS
      *>  BUILT UP FOR EACH LINE AND WRITTEN WITH WRITE ... FROM,
      *>  THE SAME WAY ACMTLINE.CPY WORKS FOR ACCTMNT.  EVERY
      *>  APPLIED CHANGE PRINTS A BEFORE AND AN AFTER IMAGE OF THE
      *>  BUDGET, AND EVERY REFUSED TRANSACTION PRINTS WITH ITS
      *>  REASON.  THE LISTING IS FILED WITH THE ACCOUNT MASTER
      *>  LISTINGS.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR BUDGET
      *>                  MAINTENANCE.
      *>****************************************************************
       01  BDML-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(35) VALUE "BUDGMNT BUDGET MASTER CHANGES".
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  BDML1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  BDML1-PAGE-NO PIC ZZZ9.

       01  BDML-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "ACTION".
           05  FILLER PIC X(08) VALUE "IMAGE".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(08) VALUE "PERIOD".
           05  FILLER PIC X(17) VALUE "         BUDGET".
           05  FILLER PIC X(17) VALUE "  ACTUAL TO DATE".
           05  FILLER PIC X(10) VALUE "MAINTAINED".

       01  BDML-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  BDMLD-ACTION PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-IMAGE PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-PERIOD-ID PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-BUDGET PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-ACTUAL PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLD-MAINT-DATE PIC 9(08).
           05  BDMLD-NOTE REDEFINES BDMLD-MAINT-DATE PIC X(08).

       01  BDML-ERROR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  BDMLE-ACTION PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLE-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BDMLE-PERIOD-ID PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "REFUSED - ".
           05  BDMLE-REASON PIC X(40).

       01  BDML-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "APPLIED".
           05  BDMLT-APPLIED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "IN ERROR".
           05  BDMLT-ERROR-COUNT PIC ZZZZZ9.
