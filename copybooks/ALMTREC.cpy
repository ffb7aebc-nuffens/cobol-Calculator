      *>****************************************************************
      *>  ALMTREC.CPY
      *>
      *>  ALOCMNT MAINTENANCE TRANSACTION RECORD.  ONE RECORD ASKS
      *>  FOR ONE CHANGE TO THE ALLOCATION RULE MASTER (SEE
      *>  ALOCREC.CPY).  AN ADD OR A CHANGE CARRIES THE WHOLE RULE
      *>  -- DESCRIPTION, DATES AND EVERY TARGET LINE -- SO A RULE
      *>  IS NEVER LEFT HALF-CHANGED WITH PERCENTAGES THAT DO NOT
      *>  TOTAL 100.  THE TARGETS ARE KEYED FROM THE FRONT OF THE
      *>  TABLE; THE FIRST BLANK ACCOUNT ENDS THE LIST.
      *>
      *>  ACTIONS
      *>      A   ADD A NEW RULE
      *>      C   CHANGE THE RULE: REPLACES THE DESCRIPTION, DATES
      *>          AND THE WHOLE TARGET LIST
      *>      X   EXPIRE THE RULE ON ALMT-EXPIRY-DATE.  A ZERO DATE
      *>          EXPIRES IT TODAY.  ONLY THE EXPIRY DATE IS READ.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR ALLOCATION RULE
      *>                  MAINTENANCE.
      *>****************************************************************
       01  ALMT-RECORD.
           05  ALMT-ACTION           PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALMT-RULE-ID          PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALMT-DESCRIPTION      PIC X(20).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALMT-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALMT-EXPIRY-DATE      PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  ALMT-TARGET OCCURS 10 TIMES.
               10  ALMT-TARGET-ACCOUNT PIC X(10).
               10  ALMT-TARGET-PERCENT PIC 9(03)V99.
