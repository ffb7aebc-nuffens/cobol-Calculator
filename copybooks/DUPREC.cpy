      *>****************************************************************
      *>  DUPREC.CPY
      *>
      *>  HELD-DUPLICATE MASTER RECORD.  CALCEDIT ONLY CATCHES A
      *>  DUPLICATE TRAN-SEQ-NO INSIDE ONE BATCH -- THE SAME INVOICE
      *>  SPLIT WAS ONCE POSTED TWICE, KEYED ON CENT AND AGAIN ON
      *>  THE PAPER BATCH TWO DAYS LATER, AND BOTH PASSED EVERY
      *>  EDIT.  THE CALCDUPS STEP NOW FINGERPRINTS EVERY CLEAN
      *>  DETAIL (OPERATOR, ACCOUNT, OPERATION, TRAN-I1, TRAN-I2)
      *>  AND HOLDS ONE THAT MATCHES AN EARLIER DETAIL OF THE SAME
      *>  BATCH OR A POSTING IN THE ROLLING AUDITLOG WINDOW.  A HELD
      *>  DETAIL IS WRITTEN HERE WITH THE POSTING IT MATCHED, AND
      *>  NEVER REACHES CALC UNTIL DATA ENTRY DECIDES ITS FATE.
      *>
      *>  REASON CODES
      *>      DUPBATCH  MATCHES AN EARLIER DETAIL OF THE SAME BATCH
      *>      DUPAUDIT  MATCHES A POSTING ON THE AUDIT LOG INSIDE
      *>                THE WINDOW
      *>
      *>  RESOLUTION
      *>  DATA ENTRY EDITS THE STATUS IN PLACE, NAMING THEMSELVES IN
      *>  DUP-ACTION-BY: R RELEASES THE ITEM WITH AN OVERRIDE -- THE
      *>  NEXT CALCDUPS RUN FOLDS IT INTO THAT DAY'S BATCH, PAST THE
      *>  DUPLICATE CHECK, UNDER A NEW SEQUENCE NUMBER AND MARKS IT
      *>  P WITH THE DATE, BATCH AND SEQUENCE IT POSTED UNDER -- AND
      *>  K KILLS IT FOR GOOD (CALCDUPS STAMPS THE DATE THE KILL WAS
      *>  TAKEN).  THE IMAGE IS NEVER CORRECTED HERE; A HELD DETAIL
      *>  THAT IS WRONG RATHER THAN DUPLICATED IS KILLED AND KEYED
      *>  AGAIN.  EVERY HELD ITEM IS THEREFORE PROVABLY EITHER
      *>  POSTED ONCE, KILLED, OR STILL OUTSTANDING, AND THE
      *>  OUTSTANDING ONES PRINT ON THE CALCDAYE SIGN-OFF SHEET.
      *>
      *>      O   OPEN, HELD AWAITING DATA ENTRY
      *>      R   RELEASED WITH OVERRIDE, TO BE REPOSTED NEXT RUN
      *>      K   KILLED, NEVER TO POST
      *>      P   REPOSTED INTO THE BATCH NAMED IN THE RESOLVED
      *>          FIELDS
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE DUPLICATE CHECK.
      *>  OCT 15/26  AJ   ADDED DUP-TRAN-CURRENCY-CODE, APPENDED AT THE
      *>                  END: DUP-TRAN-IMAGE STAYS 53 BYTES SO HELD
      *>                  ITEMS ALREADY ON FILE STAY READABLE, AND THE
      *>                  TRANSACTION'S CURRENCY (TRANREC.CPY) RIDES
      *>                  HERE.  THE FINGERPRINT NOW INCLUDES IT -- A
      *>                  CAD AND A USD POSTING OF THE SAME FIGURES
      *>                  ARE NOT DUPLICATES.
      *>  OCT 15/26  AJ   ADDED DUP-TRAN-COMPANY-CODE, APPENDED AT THE
      *>                  END THE SAME WAY, FOR THE TRANSACTION'S
      *>                  COMPANY.  THE FINGERPRINT INCLUDES IT TOO --
      *>                  THE SAME FIGURES KEYED FOR EACH COMPANY ARE
      *>                  NOT DUPLICATES.  RECORD NOW 153 BYTES.
      *>****************************************************************
       01  DUP-RECORD.
           05  DUP-REASON            PIC X(08).
               88  DUP-IN-BATCH      VALUE "DUPBATCH".
               88  DUP-ON-AUDIT      VALUE "DUPAUDIT".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-TRAN-IMAGE        PIC X(53).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-BATCH-ID          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-BATCH-DATE        PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-MATCH-DATE        PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-MATCH-SEQ-NO      PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-STATUS            PIC X(01).
               88  DUP-OPEN          VALUE "O".
               88  DUP-RELEASED      VALUE "R".
               88  DUP-KILLED        VALUE "K".
               88  DUP-REPOSTED      VALUE "P".
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-ACTION-BY         PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-RESOLVED-DATE     PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-RESOLVED-BATCH    PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-RESOLVED-SEQ      PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-TRAN-CURRENCY-CODE PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  DUP-TRAN-COMPANY-CODE PIC X(04).
