      *>                  EXTRACTS ALREADY WRITTEN STAY READABLE, SO
      *>                  CALCRECN CAN TIE A GL RECORD BACK TO THE
      *>                  TRANSACTION THAT POSTED IT.
      *>  OCT 15/26  AJ   ADDED GL-CURRENCY-CODE, GL-ORIG-AMOUNT AND
      *>                  GL-EXCH-RATE, APPENDED AT THE END.
      *>                  GL-AMOUNT IS STILL -- AND IS STILL THE ONLY
      *>                  FIGURE GLPOST JOURNALIZES -- BASE CURRENCY;
      *>                  THE NEW FIELDS RECORD WHAT WAS KEYED AND THE
      *>                  RATE IT WAS CONVERTED AT, FOR CALCSTMT AND
      *>                  THE AUDITORS.  A RECORD WRITTEN BEFORE THEY
      *>                  EXISTED READS AS SPACES -- BASE CURRENCY.
      *>  OCT 15/26  AJ   ADDED GL-COMPANY-CODE, GL-IC-FLAG AND
      *>                  GL-IC-PARTNER-COMPANY, APPENDED AT THE END.
      *>                  THE COMPANY IS THE ONE WHOSE LEDGER THE
      *>                  ACCOUNT IS IN -- GLPOST WRITES A SEPARATE
      *>                  JOURNAL FOR EACH.  A RECORD WRITTEN WITHOUT
      *>                  ONE (BEFORE THE FIELD EXISTED, OR BY A
      *>                  PROGRAM THAT DOES NOT READ THE CHART OF
      *>                  ACCOUNTS) IS JOURNALIZED UNDER THE ACCOUNT'S
      *>                  COMPANY ON THE MASTER.  THE FLAG MARKS THE
      *>                  DUE-FROM AND DUE-TO ENTRIES CALC GENERATES
      *>                  FOR A POSTING ACROSS COMPANIES (ICPREC.CPY),
      *>                  WITH THE OTHER COMPANY OF THE PAIR, SO
      *>                  CALCRECN CAN PROVE THEY NET TO ZERO.
      *>                  RECORD NOW 65 BYTES.
      *>****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-REF        PIC X(10).
           05  GL-OPERATION-TYPE     PIC X(01).
           05  GL-TRAN-DATE          PIC 9(08).
           05  GL-SEQ-NO             PIC 9(06).
           05  GL-CURRENCY-CODE      PIC X(03).
           05  GL-ORIG-AMOUNT        PIC S9(7)V99.
           05  GL-EXCH-RATE          PIC 9(04)V9(06).
           05  GL-COMPANY-CODE       PIC X(04).
           05  GL-IC-FLAG            PIC X(01).
               88  GL-IC-DUE-FROM    VALUE "F".
               88  GL-IC-DUE-TO      VALUE "T".
               88  GL-NOT-INTERCO    VALUE SPACE.
           05  GL-IC-PARTNER-COMPANY PIC X(04).
