      *>****************************************************************
      *>  TBALLINE.CPY
      *>
      *>  CALCTBAL MONTH-END TRIAL BALANCE LAYOUTS.  WORKING-STORAGE
      *>  RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH WRITE ...
      *>  FROM, THE SAME WAY PRTLINE.CPY WORKS FOR CALC.  ONE LINE
      *>  PRINTS PER ACCOUNT ON THE BALANCE MASTER WITH ITS OPENING
      *>  BALANCE, PERIOD MOVEMENT AND CLOSING BALANCE, A SUBTOTAL
      *>  PRINTS AT EVERY CHANGE OF ACCOUNT-NUMBER PREFIX, AND THE
      *>  GRAND TOTAL LINE SAYS WHETHER THE LEDGER NETS TO ZERO.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE MONTH-END TRIAL
      *>                  BALANCE.
      *>****************************************************************
       01  TBAL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(30) VALUE "CALC MONTH-END TRIAL BALANCE".
           05  FILLER PIC X(07) VALUE "PERIOD:".
           05  TBAL1-PERIOD-ID PIC 9(06).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  TBAL1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  TBAL1-PAGE-NO PIC ZZZ9.

       01  TBAL-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(17) VALUE "        OPENING".
           05  FILLER PIC X(17) VALUE "       MOVEMENT".
           05  FILLER PIC X(17) VALUE "        CLOSING".
           05  FILLER PIC X(08) VALUE "FLAG".

       01  TBAL-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  TBALD-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALD-ACCT-NAME PIC X(20).
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALD-OPENING PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALD-MOVEMENT PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALD-CLOSING PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALD-FLAG PIC X(08).

       01  TBAL-PREFIX-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(07) VALUE "PREFIX".
           05  TBALP-PREFIX PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALP-ACCOUNT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE " ACCOUNTS".
           05  TBALP-OPENING PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALP-MOVEMENT PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALP-CLOSING PIC -(11)9.99.

       01  TBAL-GRAND-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(17) VALUE "GRAND TOTAL".
           05  TBALG-ACCOUNT-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(11) VALUE " ACCOUNTS".
           05  TBALG-OPENING PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALG-MOVEMENT PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALG-CLOSING PIC -(11)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  TBALG-BALANCE-FLAG PIC X(12).
