      *>
      *>  GL JOURNAL BATCH LAYOUTS.  GLPOST NETS THE GL EXTRACT
      *>  RECORDS NOT YET JOURNALIZED INTO ONE JOURNAL LINE PER
      *>  COMPANY, GL-ACCOUNT-REF AND PERIOD AND WRAPS THEM IN A
      *>  BATCH HEADER AND TRAILER THE LEDGER SYSTEM CAN PROVE --
      *>  LINE COUNT AND AMOUNT TOTAL -- THE SAME WAY TRANREC.CPY
      *>  CONTROLS THE TRANSACTION BATCH.  THE RECORD TYPE IS TOLD
      *>  APART BY THE FIRST SIX BYTES.
      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR THE NIGHTLY GL JOURNAL
      *>                  UPLOAD.
      *>  OCT 15/26  AJ   ADDED JRN-HDR-COMPANY-CODE AND
      *>                  JRN-TRL-COMPANY-CODE, APPENDED AT THE END.
      *>                  THE SUITE NOW KEEPS THE BOOKS FOR MORE THAN
      *>                  ONE COMPANY, AND GLPOST WRITES ONE BATCH PER
      *>                  COMPANY -- HEADER, THAT COMPANY'S LINES,
      *>                  TRAILER -- ONE AFTER ANOTHER ON THE SAME
      *>                  JOURNAL FILE, EACH PROVING ON ITS OWN.
      *>  OCT 15/26  AJ   ADDED JRN-PERIOD-ID (YYYYMM), APPENDED AT
      *>                  THE END OF THE DETAIL.  A LINE IS NOW NETTED
      *>                  PER PERIOD OF THE POSTINGS' GL-TRAN-DATE, SO
      *>                  A POSTING RELEASED OR APPROVED INTO AN
      *>                  EARLIER MONTH MOVES THAT MONTH'S BALANCE,
      *>                  NOT THE MONTH THE JOURNAL RAN IN.
      *>****************************************************************
       01  JRN-DETAIL-RECORD.
           05  JRN-DTL-REC-TYPE      PIC X(06).
           05  JRN-ACCOUNT-REF       PIC X(10).
           05  JRN-AMOUNT            PIC S9(11)V99.
           05  JRN-POSTING-COUNT     PIC 9(06).
           05  JRN-PERIOD-ID         PIC 9(06).

       01  JRN-HEADER-RECORD.
           05  JRN-HDR-REC-TYPE      PIC X(06).
               88  JRN-IS-HEADER     VALUE "JRNHDR".
           05  JRN-HDR-JOURNAL-DATE  PIC 9(08).
           05  JRN-HDR-JOURNAL-TIME  PIC 9(06).
           05  JRN-HDR-COMPANY-CODE  PIC X(04).

       01  JRN-TRAILER-RECORD.
           05  JRN-TRL-REC-TYPE      PIC X(06).
               88  JRN-IS-TRAILER    VALUE "JRNTRL".
           05  JRN-TRL-LINE-COUNT    PIC 9(06).
           05  JRN-TRL-AMOUNT-TOTAL  PIC S9(13)V99.
           05  JRN-TRL-COMPANY-CODE  PIC X(04).
