      *>      GL-ORPH   GL EXTRACT RECORD WITH NO POSTED RESULT
      *>      AMT-BRK   PER-ACCOUNT GL TOTAL DOES NOT EQUAL THE
      *>                POSTED RESULTS TOTAL FOR THAT ACCOUNT
      *>      IC-BRK    A PAIR OF COMPANIES WHOSE DUE-FROM ENTRIES
      *>                (FIRST AMOUNT) AND DUE-TO ENTRIES (SECOND
      *>                AMOUNT) DO NOT NET TO ZERO; THE KEY IS
      *>                PAYING/OWNING COMPANY
      *>
      *>  MODIFICATION HISTORY
      *>  AUG 25/26  AJ   ORIGINAL LAYOUT FOR THE END-OF-DAY
      *>                  THREE-WAY RECONCILIATION.
      *>  AUG 27/26  AJ   ADDED THE REVERSED COUNT TO THE TOTAL LINE
      *>                  FOR THE CALCREVR OFFSETS.
      *>  OCT 15/26  AJ   ADDED THE IC-BRK EXCEPTION AND THE
      *>                  INTERCOMPANY TOTAL LINE.
      *>****************************************************************
       01  RECN-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(11) VALUE "EXCEPTIONS".
           05  RECNT-EXCEPTION-COUNT PIC ZZZZZ9.

       01  RECN-IC-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(14) VALUE "INTERCOMPANY".
           05  RECNI-ENTRY-COUNT PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "DUE-FROM".
           05  RECNI-DUE-FROM-TOTAL PIC -(9)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(07) VALUE "DUE-TO".
           05  RECNI-DUE-TO-TOTAL PIC -(9)9.99.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(04) VALUE "NET".
           05  RECNI-NET-TOTAL PIC -(9)9.99.
