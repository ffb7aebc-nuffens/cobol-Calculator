      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LISTING LAYOUT FOR DUAL-CONTROL
      *>                  APPROVAL.
      *>  OCT 15/26  AJ   ADDED THE HOLD REASON (APPRLIMT OR
      *>                  OVERBUDG, SEE PNDREC.CPY) TO THE DETAIL
      *>                  LINE.
      *>****************************************************************
       01  APPR-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(13) VALUE "AMOUNT".
           05  FILLER PIC X(10) VALUE "APPROVER".
           05  FILLER PIC X(08) VALUE "REASON".

       01  APPR-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  APPRD-AMOUNT PIC -(7)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  APPRD-APPROVER-ID PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  APPRD-REASON PIC X(08).

       01  APPR-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
