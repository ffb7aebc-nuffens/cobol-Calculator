      *>****************************************************************
      *>  BDMTREC.CPY
      *>
      *>  BUDGMNT MAINTENANCE TRANSACTION RECORD.  ONE RECORD ASKS
      *>  FOR ONE CHANGE TO THE BUDGET MASTER (SEE BUDGREC.CPY) FOR
      *>  ONE ACCOUNT AND ONE PERIOD.
      *>
      *>  ACTIONS
      *>      A   ADD A BUDGET FOR THE ACCOUNT AND PERIOD (ZERO
      *>          ACTUAL TO DATE)
      *>      C   CHANGE THE BUDGET AMOUNT.  THE ACTUAL TO DATE IS
      *>          KEPT.
      *>      D   DELETE THE BUDGET -- THE ACCOUNT HAS NO BUDGET
      *>          CONTROL FOR THE PERIOD FROM THEN ON.  ONLY THE
      *>          ACCOUNT AND PERIOD ARE READ.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR BUDGET MAINTENANCE.
      *>****************************************************************
       01  BDMT-RECORD.
           05  BDMT-ACTION           PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BDMT-ACCOUNT-REF      PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BDMT-PERIOD-ID        PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BDMT-BUDGET-AMOUNT    PIC S9(11)V99.
