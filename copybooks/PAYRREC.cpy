      *>****************************************************************
      *>  PAYRREC.CPY
      *>
      *>  PAYROLL RETURN FILE RECORD.  CALCPAYI WRITES ONE LINE BACK
      *>  TO PAYROLL FOR EVERY DETAIL ON THE FEEDER FILE, IN FEEDER
      *>  ORDER, SO PAYROLL CAN SEE WHAT POSTED WITHOUT PHONING US.
      *>  AN ACCEPTED LINE CARRIES THE BATCH, BATCH DATE AND
      *>  SEQUENCE NUMBER IT WAS MERGED UNDER AND THE ACCOUNT IT
      *>  MAPPED TO; A REJECTED LINE CARRIES THE REASON.
      *>
      *>  REASON CODES -- ONE LINE
      *>      NOXLATE   COST CENTRE NOT ON THE TRANSLATION TABLE
      *>      ACCTBAD   MAPPED ACCOUNT UNKNOWN OR CLOSED
      *>      TOOLARGE  AMOUNT EXCEEDS THE 9,999,999.99 A POSTING
      *>                CAN CARRY
      *>      OVERLIMT  WOULD CARRY THE INTERFACE OPERATOR PAST THEIR
      *>                DAILY POSTING LIMIT
      *>
      *>  REASON CODES -- WHOLE FILE (EVERY LINE REJECTED, NOTHING
      *>  MERGED)
      *>      CONTROLS  HEADER OR TRAILER MISSING, COUNTS OR TOTALS
      *>                DO NOT PROVE, OR THE FILE IS DAMAGED
      *>      STALE     FILE DATE IS NOT TODAY
      *>      INTFOPER  INTERFACE OPERATOR NOT ON THE OPERATOR
      *>                MASTER, INACTIVE, OR NOT PERMITTED TO ADD
      *>      NOBATCH   THE DAILY BATCH HAD NO TRAILER TO MERGE
      *>                UNDER
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE PAYROLL INTERFACE.
      *>****************************************************************
       01  PRT-RECORD.
           05  PRT-LINE-NO           PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-COST-CENTRE       PIC X(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-AMOUNT            PIC 9(09)V99.
           05  PRT-SIGN              PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-STATUS            PIC X(08).
               88  PRT-ACCEPTED      VALUE "ACCEPTED".
               88  PRT-REJECTED      VALUE "REJECTED".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-REASON            PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-BATCH-ID          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-BATCH-DATE        PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-SEQ-NO            PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PRT-ACCOUNT-REF       PIC X(10).
