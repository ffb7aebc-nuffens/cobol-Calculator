      *>****************************************************************
      *>  RATEREC.CPY
      *>
      *>  EXCHANGE-RATE MASTER RECORD, KEYED BY CURRENCY AND THE
      *>  DATE THE RATE IS FOR.  LOADED EACH MORNING BY CALCRATE FROM
      *>  TREASURY'S RATE FILE (RTFREC.CPY), AHEAD OF CALCJOB.  A RATE
      *>  IS THE NUMBER OF BASE-CURRENCY UNITS (BASECCY.CPY) ONE UNIT
      *>  OF THE FOREIGN CURRENCY BUYS, SO
      *>
      *>      BASE AMOUNT = ORIGINAL AMOUNT * RATE-TO-BASE
      *>
      *>  ROUNDED TO THE CENT.  CALCEDIT REJECTS A TRANSACTION IN A
      *>  CURRENCY WITH NO RATE FOR ITS BATCH DATE (NORATE), CALC
      *>  CONVERTS AT THE BATCH DATE'S RATE, AND CALCFXRV REVALUES
      *>  OPEN SUSPENSE AND PENDING ITEMS AT THE MONTH-END RATE.  THE
      *>  BASE CURRENCY ITSELF IS NEVER ON THE MASTER.  RECORDS ARE
      *>  NEVER DELETED -- THE HISTORY IS WHAT PROVES A POSTING'S
      *>  CONVERSION AFTER THE FACT.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE EXCHANGE-RATE MASTER.
      *>****************************************************************
       01  RATE-RECORD.
           05  RATE-KEY.
               10  RATE-CURRENCY-CODE PIC X(03).
               10  RATE-EFFECTIVE-DATE PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  RATE-TO-BASE          PIC 9(04)V9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  RATE-LOAD-DATE        PIC 9(08).
