      *>****************************************************************
      *>  FXRVLINE.CPY
      *>
      *>  CALCFXRV MONTH-END REVALUATION REPORT LAYOUTS.  WORKING-
      *>  STORAGE RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH
      *>  WRITE ... FROM, THE SAME WAY SAGELINE.CPY WORKS FOR
      *>  CALCSAGE.  EVERY FOREIGN-CURRENCY ITEM STILL SITTING ON
      *>  THE SUSPENSE OR PENDING-APPROVAL FILE PRINTS WITH ITS
      *>  ORIGINAL FIGURE, THE BASE AMOUNT IT WAS BOOKED AT, THE
      *>  BASE AMOUNT AT THE REVALUATION DATE'S RATE AND THE
      *>  DIFFERENCE -- POSITIVE IS AN EXCHANGE GAIN, NEGATIVE A
      *>  LOSS.  SUBTOTALS BREAK BY ACCOUNT.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE MONTH-END
      *>                  REVALUATION REPORT.
      *>  OCT 15/26  AJ   THE ACCOUNT SUBTOTAL LINE RAN TO 104 BYTES ON
      *>                  A 100-BYTE REPORT RECORD AND LOST THE CENTS
      *>                  OF THE GAIN/LOSS -- NOW 100 BYTES.
      *>****************************************************************
       01  FXRV-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(34) VALUE "CALC FOREIGN-CURRENCY REVALUATION".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(06) VALUE "AS AT:".
           05  FXRV1-REVAL-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  FXRV1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  FXRV1-PAGE-NO PIC ZZZ9.

       01  FXRV-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(05) VALUE "FROM".
           05  FILLER PIC X(07) VALUE "SEQNO".
           05  FILLER PIC X(11) VALUE "ACCOUNT".
           05  FILLER PIC X(03) VALUE "CCY".
           05  FILLER PIC X(12) VALUE " ORIG AMOUNT".
           05  FILLER PIC X(12) VALUE "   BOOKED AT".
           05  FILLER PIC X(12) VALUE "  REVAL RATE".
           05  FILLER PIC X(12) VALUE " REVALUED AT".
           05  FILLER PIC X(12) VALUE "   GAIN/LOSS".
           05  FILLER PIC X(08) VALUE "  FLAG".

       01  FXRV-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-SOURCE PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-SEQ-NO PIC ZZZZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-CURRENCY-CODE PIC X(03).
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-ORIG-AMOUNT PIC -(7)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-BOOKED-AMOUNT PIC -(7)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-REVAL-RATE PIC ZZZ9.999999.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FXRVD-REVAL-FIGURES.
               10  FXRVD-REVALUED-AMOUNT PIC -(7)9.99.
               10  FILLER PIC X(01) VALUE SPACE.
               10  FXRVD-GAIN-LOSS PIC -(7)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FXRVD-FLAG PIC X(07).

       01  FXRV-ACCT-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(08) VALUE "ACCOUNT".
           05  FXRVA-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(06) VALUE "ITEMS".
           05  FXRVA-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(07) VALUE "BOOKED".
           05  FXRVA-BOOKED-TOTAL PIC -(9)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "REVALUED".
           05  FXRVA-REVALUED-TOTAL PIC -(9)9.99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "GAIN/LOSS".
           05  FXRVA-GAIN-LOSS PIC -(9)9.99.

       01  FXRV-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(06) VALUE "READ".
           05  FXRVT-READ-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "REVALUED".
           05  FXRVT-REVALUED-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "NO RATE".
           05  FXRVT-NO-RATE-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(10) VALUE "GAIN/LOSS".
           05  FXRVT-GAIN-LOSS PIC -(9)9.99.
