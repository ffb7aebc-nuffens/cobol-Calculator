      *>****************************************************************
      *>  PAYFREC.CPY
      *>
      *>  PAYROLL COST-ALLOCATION FEEDER RECORD, IN THE PAYROLL
      *>  SYSTEM'S OWN FIXED-WIDTH LAYOUT (80 BYTES, NO SEPARATORS).
      *>  PAYROLL SENDS ONE FILE A NIGHT: A HEADER, ONE DETAIL PER
      *>  COST-CENTRE ALLOCATION, AND A TRAILER.  THE RECORD TYPE IS
      *>  THE FIRST BYTE.
      *>
      *>      H   HEADER  -- PAYROLL RUN NUMBER, FILE DATE AND THE
      *>                     DETAIL COUNT PAYROLL EXTRACTED
      *>      D   DETAIL  -- PAYROLL'S OWN LINE NUMBER, THE COST
      *>                     CENTRE, THE AMOUNT UNSIGNED WITH A
      *>                     SEPARATE DEBIT/CREDIT SIGN ("+" OR
      *>                     SPACE DEBIT, "-" CREDIT)
      *>      T   TRAILER -- THE DETAIL COUNT PAYROLL WROTE AND THE
      *>                     DEBIT AND CREDIT AMOUNT TOTALS
      *>
      *>  CALCPAYI PROVES THE DETAILS AGAINST BOTH COUNTS AND BOTH
      *>  TOTALS BEFORE ANY OF THEM IS MERGED.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE PAYROLL INTERFACE.
      *>****************************************************************
       01  PAYF-RECORD.
           05  PAYF-REC-TYPE         PIC X(01).
               88  PAYF-IS-HEADER    VALUE "H".
               88  PAYF-IS-DETAIL    VALUE "D".
               88  PAYF-IS-TRAILER   VALUE "T".
           05  PAYF-LINE-NO          PIC 9(06).
           05  PAYF-COST-CENTRE      PIC X(06).
           05  PAYF-PAY-CODE         PIC X(04).
           05  PAYF-AMOUNT           PIC 9(09)V99.
           05  PAYF-SIGN             PIC X(01).
               88  PAYF-DEBIT        VALUES "+" " ".
               88  PAYF-CREDIT       VALUE "-".
           05  PAYF-DESCRIPTION      PIC X(30).
           05  FILLER                PIC X(21).

       01  PAYF-HEADER REDEFINES PAYF-RECORD.
           05  FILLER                PIC X(01).
           05  PAYF-HDR-SOURCE       PIC X(08).
           05  PAYF-HDR-RUN-NO       PIC 9(06).
           05  PAYF-HDR-FILE-DATE    PIC 9(08).
           05  PAYF-HDR-DETAIL-COUNT PIC 9(07).
           05  FILLER                PIC X(50).

       01  PAYF-TRAILER REDEFINES PAYF-RECORD.
           05  FILLER                PIC X(01).
           05  PAYF-TRL-DETAIL-COUNT PIC 9(07).
           05  PAYF-TRL-DEBIT-TOTAL  PIC 9(11)V99.
           05  PAYF-TRL-CREDIT-TOTAL PIC 9(11)V99.
           05  FILLER                PIC X(46).
