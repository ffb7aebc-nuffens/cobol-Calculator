      *>****************************************************************
      *>  PXLREC.CPY
      *>
      *>  PAYROLL COST-CENTRE TRANSLATION TABLE RECORD.  ONE RECORD
      *>  PER PAYROLL COST CENTRE, NAMING THE CHART-OF-ACCOUNTS
      *>  ACCT-REF ITS ALLOCATIONS POST TO.  A SMALL SEQUENTIAL FILE
      *>  KEPT BY THE LEDGER TEAM, LIKE THE STANDING-INSTRUCTION
      *>  MASTER; CALCPAYI LOADS IT WHOLE AND REFUSES TO RUN IF A
      *>  COST CENTRE APPEARS TWICE.  A COST CENTRE NOT ON THE TABLE
      *>  IS REJECTED BACK TO PAYROLL, NEVER GUESSED AT.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE PAYROLL INTERFACE.
      *>****************************************************************
       01  PXL-RECORD.
           05  PXL-COST-CENTRE       PIC X(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PXL-ACCOUNT-REF       PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PXL-DESCRIPTION       PIC X(20).
