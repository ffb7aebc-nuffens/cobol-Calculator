      *>****************************************************************
      *>  MCHGREC.CPY
      *>
      *>  MASTER MAINTENANCE CHANGE LOG RECORD.  OPERMNT AND ACCTMNT
      *>  EACH APPEND ONE RECORD HERE FOR EVERY CHANGE THEY APPLY --
      *>  THE JOB LOG AND THE ACCTRPT LISTING SAY THE SAME THING TO
      *>  A PERSON, BUT THE CALCSOD SEGREGATION-OF-DUTIES RUN NEEDS
      *>  IT IN A FORM IT CAN READ.  THE LOG IS DISP=MOD AND KEEPS
      *>  EVERY CHANGE; CALCSOD PICKS OUT ITS OWN DATE RANGE.
      *>
      *>  MCHG-KEY IS THE OPERATOR ID (OPERMNT) OR THE ACCOUNT
      *>  REFERENCE (ACCTMNT) THE CHANGE WAS MADE TO; MCHG-ACTION IS
      *>  THE MAINTENANCE ACTION CODE OF THAT PROGRAM (MNTREC.CPY,
      *>  AMTREC.CPY); MCHG-REC-NO IS THE TRANSACTION'S RECORD
      *>  NUMBER WITHIN THE MAINTENANCE FILE THAT CARRIED IT.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE SEGREGATION-OF-
      *>                  DUTIES EXCEPTION RUN.
      *>****************************************************************
       01  MCHG-RECORD.
           05  MCHG-PROGRAM          PIC X(08).
               88  MCHG-FROM-OPERMNT VALUE "OPERMNT".
               88  MCHG-FROM-ACCTMNT VALUE "ACCTMNT".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-DATE             PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-TIME             PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-MAINT-BY         PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-ACTION           PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-KEY              PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MCHG-REC-NO           PIC 9(06).
