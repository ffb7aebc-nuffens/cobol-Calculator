      *>****************************************************************
      *>  ALOCREC.CPY
      *>
      *>  ALLOCATION RULE MASTER RECORD, KEYED BY THE TEN-CHARACTER
      *>  RULE ID THAT AN ALLOCATE TRANSACTION CARRIES IN
      *>  TRAN-ACCOUNT-REF.  FINANCE USED TO KEY THE SAME OVERHEAD
      *>  SPLIT EVERY WEEK AS FIVE OR SIX SEPARATE PERCENTAGE
      *>  TRANSACTIONS THAT NEVER QUITE ADDED BACK TO THE SOURCE
      *>  AMOUNT; NOW ONE ALLOCATE NAMES THE RULE AND CALC POSTS ONE
      *>  LINE PER TARGET ACCOUNT, THE ROUNDING PENNY ON THE LAST
      *>  LINE, SO THE SPLIT ALWAYS TOTALS THE AMOUNT ALLOCATED.
      *>
      *>  THE TARGET PERCENTAGES MUST TOTAL EXACTLY 100 AND NO
      *>  ACCOUNT MAY APPEAR TWICE -- ALOCMNT REFUSES A RULE THAT
      *>  BREAKS EITHER.  THE TARGETS FILL THE TABLE FROM THE FRONT;
      *>  ALOC-TARGET-COUNT SAYS HOW MANY ARE IN USE.  THE RULE
      *>  APPLIES FROM ALOC-EFFECTIVE-DATE THROUGH ALOC-EXPIRY-DATE
      *>  INCLUSIVE; A ZERO EXPIRY DATE MEANS THE RULE DOES NOT
      *>  EXPIRE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE ALLOCATION RULE
      *>                  MASTER.
      *>****************************************************************
       01  ALOC-RECORD.
           05  ALOC-RULE-ID          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALOC-DESCRIPTION      PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALOC-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALOC-EXPIRY-DATE      PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALOC-TARGET-COUNT     PIC 9(02).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALOC-TARGET OCCURS 10 TIMES.
               10  ALOC-TARGET-ACCOUNT PIC X(10).
               10  ALOC-TARGET-PERCENT PIC 9(03)V99.
