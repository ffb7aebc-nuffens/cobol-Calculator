      *>****************************************************************
      *>  BUDGLINE.CPY
      *>
      *>  CALCBUDG MONTHLY BUDGET-VERSUS-ACTUAL LAYOUTS.  WORKING-
      *>  STORAGE RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH
      *>  WRITE ... FROM, THE SAME WAY PRTLINE.CPY WORKS FOR CALC.
      *>  ONE LINE PRINTS PER ACCOUNT WITH A BUDGET FOR THE PERIOD:
      *>  BUDGET, ACTUAL, VARIANCE (BUDGET LESS ACTUAL, NEGATIVE
      *>  WHEN OVERSPENT) AND PERCENT OF BUDGET USED, FLAGGED WHEN
      *>  OVER 90 PERCENT.  THE TOTAL LINE SAYS HOW MANY WERE
      *>  FLAGGED.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE BUDGET-VERSUS-
      *>                  ACTUAL REPORT.
      *>****************************************************************
       01  BUDG-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(30) VALUE "CALC BUDGET VERSUS ACTUAL".
           05  FILLER PIC X(07) VALUE "PERIOD:".
           05  BUDG1-PERIOD-ID PIC 9(06).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  BUDG1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  BUDG1-PAGE-NO PIC ZZZ9.

       01  BUDG-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(18) VALUE "NAME".
           05  FILLER PIC X(16) VALUE "        BUDGET".
           05  FILLER PIC X(16) VALUE "        ACTUAL".
           05  FILLER PIC X(16) VALUE "      VARIANCE".
           05  FILLER PIC X(09) VALUE " % USED".
           05  FILLER PIC X(08) VALUE "FLAG".

       01  BUDG-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  BUDGD-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-ACCT-NAME PIC X(16).
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-BUDGET PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-ACTUAL PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-VARIANCE PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-PERCENT-USED PIC -ZZZ9.9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGD-FLAG PIC X(08).

       01  BUDG-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(06) VALUE "TOTAL".
           05  BUDGT-ACCOUNT-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(18) VALUE " ACCOUNTS".
           05  BUDGT-BUDGET PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGT-ACTUAL PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGT-VARIANCE PIC -(10)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  BUDGT-PERCENT-USED PIC -ZZZ9.9.

       01  BUDG-FLAG-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(30) VALUE "ACCOUNTS OVER 90% OF BUDGET".
           05  BUDGF-FLAGGED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  FILLER PIC X(20) VALUE "OF WHICH OVER BUDGET".
           05  BUDGF-OVER-COUNT PIC ZZZZZ9.
