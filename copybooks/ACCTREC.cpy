      *>                  ACCOUNT STAYS OPEN FOR POSTING UNTIL THAT
      *>                  DATE ARRIVES, SO IN-FLIGHT WORK IS NOT
      *>                  SUSPENDED EARLY.
      *>  OCT 15/26  AJ   ADDED ACCT-COMPANY-CODE, APPENDED AT THE
      *>                  END: THE LEGAL ENTITY WHOSE BOOKS THE
      *>                  ACCOUNT IS IN.  CALC POSTS A TRANSACTION
      *>                  ONLY TO ACCOUNTS OF ITS OWN COMPANY, OR
      *>                  ACROSS A PAIR ON THE INTERCOMPANY TABLE
      *>                  (ICPREC.CPY).  SPACES MEANS THE HOME
      *>                  COMPANY (COMPANY.CPY), SO THE MASTER ALREADY
      *>                  ON DISK STAYS WHERE IT WAS.  RECORD NOW 51
      *>                  BYTES.
      *>****************************************************************
       01  ACCT-RECORD.
           05  ACCT-REF              PIC X(10).
               88  ACCT-CLOSED       VALUE "C".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ACCT-CLOSE-DATE       PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ACCT-COMPANY-CODE     PIC X(04).
