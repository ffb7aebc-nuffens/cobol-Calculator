      *>****************************************************************
      *>  BASECCY.CPY
      *>
      *>  THE LEDGER'S BASE (REPORTING) CURRENCY.  EVERY AMOUNT THAT
      *>  REACHES THE GL JOURNAL IS IN THIS CURRENCY.  A TRANSACTION
      *>  WHOSE TRAN-CURRENCY-CODE IS SPACES OR THIS CODE NEEDS NO
      *>  CONVERSION AND POSTS AT A RATE OF ONE; ANY OTHER CODE MUST
      *>  HAVE A RATE ON THE EXCHANGE-RATE MASTER (RATEREC.CPY) FOR
      *>  THE BATCH DATE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION, FOR THE CAD AND EUR
      *>                  BRANCHES.
      *>****************************************************************
       01  BASE-CURRENCY-CODE PIC X(03) VALUE "USD".
