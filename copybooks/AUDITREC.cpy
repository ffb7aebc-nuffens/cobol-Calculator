      *>                  POSTING, SO ORIGINAL AND REVERSAL TIE
      *>                  TOGETHER BY (ORIG-DATE, SEQ-NO) AND NOTHING
      *>                  IS EVER SILENTLY DELETED.
      *>  OCT 15/26  AJ   ADDED AUDIT-RUN-BY (AGAIN APPENDED AT THE
      *>                  END).  BLANK ON CALC'S OWN RECORDS; ON A
      *>                  REVERSED RECORD IT NAMES THE OPERATOR WHO
      *>                  RAN CALCREVR -- AUDIT-OPERATOR-ID STAYS THE
      *>                  ORIGINAL POSTER SO THE TWO TIE TOGETHER,
      *>                  AND THE CALCSOD SEGREGATION-OF-DUTIES RUN
      *>                  NEEDS BOTH TO SEE WHO UNDID WHOSE WORK.
      *>  OCT 15/26  AJ   ADDED AUDIT-CURRENCY-CODE, AUDIT-ORIG-RESULT
      *>                  AND AUDIT-EXCH-RATE (AGAIN APPENDED AT THE
      *>                  END, TAKING THE RECORD TO 149 BYTES).
      *>                  AUDIT-RESULT STAYS BASE CURRENCY SO EVERY
      *>                  PROGRAM THAT TOTALS IT IS UNCHANGED; THE
      *>                  ORIGINAL-CURRENCY FIGURE RIDES ALONGSIDE
      *>                  (SEE OUTREC.CPY FOR THE RATE CONVENTIONS).
      *>                  A RECORD LOGGED BEFORE THE FIELDS EXISTED
      *>                  READS AS SPACES -- A BASE-CURRENCY POSTING.
      *>  OCT 15/26  AJ   ADDED AUDIT-COMPANY-CODE (AGAIN APPENDED AT
      *>                  THE END, TAKING THE RECORD TO 155 BYTES):
      *>                  THE COMPANY THE TRANSACTION WAS KEYED FOR
      *>                  (TRAN-COMPANY-CODE).  WHEN IT IS NOT THE
      *>                  COMPANY OF AUDIT-ACCOUNT-REF THE POSTING
      *>                  CROSSED COMPANIES, SO CALCREVR KNOWS TO BACK
      *>                  OUT THE INTERCOMPANY PAIR WITH IT, AND
      *>                  CALCDUPS FINGERPRINTS IT.  SPACES MEANS THE
      *>                  HOME COMPANY (COMPANY.CPY).
      *>****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-DATE            PIC 9(08).
           05  AUDIT-ACCOUNT-REF     PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-ORIG-DATE       PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-RUN-BY          PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-CURRENCY-CODE   PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-ORIG-RESULT     PIC S9(7)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-EXCH-RATE       PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  AUDIT-COMPANY-CODE    PIC X(04).
