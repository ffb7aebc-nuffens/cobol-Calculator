      *>****************************************************************
      *>  BUDGREC.CPY
      *>
      *>  BUDGET MASTER RECORD, KEYED BY ACCOUNT AND ACCOUNTING
      *>  PERIOD (YYYYMM).  MANAGEMENT SETS A MONTHLY SPENDING
      *>  BUDGET PER GL ACCOUNT THROUGH BUDGMNT; CALC KEEPS THE
      *>  PERIOD-TO-DATE ACTUAL AS IT POSTS.  THE OPERATOR LIMITS
      *>  ONLY EVER SAW ONE OPERATOR AT A TIME, SO MANY SMALL
      *>  POSTINGS FROM DIFFERENT OPERATORS COULD DRIVE ONE ACCOUNT
      *>  FAR PAST ITS BUDGET UNNOTICED.
      *>
      *>  BUD-ACTUAL-AMOUNT IS EVERY RESULT CALC SENT TOWARDS THE
      *>  LEDGER FOR THE ACCOUNT IN THE PERIOD OF ITS POSTING DATE,
      *>  SIGNED -- A CREDIT BRINGS IT BACK DOWN.  A POSTING THAT
      *>  WOULD TAKE IT PAST BUD-BUDGET-AMOUNT IS HELD FOR AN
      *>  APPROVER (PNDREC.CPY, REASON OVERBUDG) AND ONLY COUNTS
      *>  ONCE CALCAPPR RELEASES IT, AS DOES ANY OTHER HELD POSTING
      *>  CALCAPPR RELEASES.  CALCSUSP COUNTS A POSTING RELEASED
      *>  FROM SUSPENSE, OR HOLDS IT AS OVERBUDG THE SAME WAY, AND
      *>  CALCREVR TAKES A REVERSED POSTING BACK OFF THE ACTUAL OF
      *>  ITS ORIGINAL MONTH.  AN ACCOUNT WITH NO RECORD FOR THE
      *>  PERIOD HAS NO BUDGET CONTROL.  BUDGMNT NEVER TOUCHES THE
      *>  ACTUAL ONCE THE RECORD IS ON FILE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE BUDGET MASTER.
      *>  OCT 15/26  AJ   NOTES ON THE SUSPENSE RELEASE AND REVERSAL
      *>                  UPDATES TO THE ACTUAL.
      *>****************************************************************
       01  BUD-RECORD.
           05  BUD-KEY.
               10  BUD-ACCOUNT-REF   PIC X(10).
               10  BUD-PERIOD-ID     PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BUD-BUDGET-AMOUNT     PIC S9(11)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BUD-ACTUAL-AMOUNT     PIC S9(11)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BUD-LAST-POSTED-DATE  PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  BUD-MAINT-DATE        PIC 9(08).
