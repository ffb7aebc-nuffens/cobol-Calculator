      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR CHART-OF-ACCOUNTS
      *>                  MAINTENANCE.
      *>  OCT 15/26  AJ   ADDED AMNT-MAINT-BY, THE OPERATOR ID OF
      *>                  WHOEVER KEYED THE CHANGE, APPENDED AT THE
      *>                  END.  IT IS REQUIRED -- ACCTMNT REFUSES A
      *>                  CHANGE NOBODY OWNS -- AND IT TRAVELS TO THE
      *>                  LISTING AND THE MAINTENANCE CHANGE LOG
      *>                  (MCHGREC.CPY).
      *>  OCT 15/26  AJ   ADDED AMNT-COMPANY-CODE, APPENDED AT THE END:
      *>                  THE COMPANY WHOSE BOOKS AN ADDED ACCOUNT IS
      *>                  IN.  SPACES MEANS THE HOME COMPANY
      *>                  (COMPANY.CPY).  USED ON AN ADD ONLY -- AN
      *>                  ACCOUNT NEVER MOVES BETWEEN COMPANIES; OPEN
      *>                  A NEW ONE IN THE OTHER COMPANY INSTEAD.
      *>****************************************************************
       01  AMNT-RECORD.
           05  AMNT-ACTION           PIC X(01).
           05  AMNT-ACCT-NAME        PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AMNT-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AMNT-MAINT-BY         PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AMNT-COMPANY-CODE     PIC X(04).
