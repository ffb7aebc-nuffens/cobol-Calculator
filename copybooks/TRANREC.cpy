      *>                  APART BY THE FIRST SIX BYTES, WHICH ON A
      *>                  DETAIL RECORD ARE THE ALL-NUMERIC SEQUENCE
      *>                  NUMBER.
      *>  OCT 15/26  AJ   ADDED TRAN-CURRENCY-CODE, APPENDED AT THE
      *>                  END OF THE DETAIL SO A FILE KEYED BEFORE
      *>                  THE FIELD EXISTED READS AS SPACES -- THE
      *>                  BASE CURRENCY (BASECCY.CPY).  THE OPERANDS
      *>                  ARE KEYED IN THIS CURRENCY; CALC CONVERTS
      *>                  THE RESULT TO BASE AT THE BATCH DATE'S RATE
      *>                  ON THE EXCHANGE-RATE MASTER (RATEREC.CPY).
      *>  OCT 15/26  AJ   ADDED TRAN-COMPANY-CODE, APPENDED AT THE END
      *>                  OF THE DETAIL: THE COMPANY THE TRANSACTION IS
      *>                  KEYED FOR -- THE ONE PAYING.  SPACES MEANS
      *>                  THE HOME COMPANY (COMPANY.CPY), SO A FILE
      *>                  KEYED BEFORE THE FIELD EXISTED POSTS AS IT
      *>                  ALWAYS DID.  DETAIL NOW 60 BYTES.
      *>****************************************************************
       01  TRAN-RECORD.
           05  TRAN-SEQ-NO           PIC 9(06).
           05  TRAN-I1               PIC S9(7)V99.
           05  TRAN-OPERATION        PIC X(10).
           05  TRAN-I2               PIC S9(7)V99.
           05  TRAN-CURRENCY-CODE    PIC X(03).
           05  TRAN-COMPANY-CODE     PIC X(04).

       01  TRAN-HEADER-RECORD.
           05  TRAN-HDR-REC-TYPE     PIC X(06).
