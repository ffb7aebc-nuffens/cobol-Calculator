      *>****************************************************************
      *>  COMPANY.CPY
      *>
      *>  THE HOME COMPANY -- THE LEGAL ENTITY THE SUITE KEPT THE
      *>  BOOKS FOR BEFORE IT TOOK ON A SECOND ONE.  A BLANK COMPANY
      *>  CODE ON AN ACCOUNT (ACCT-COMPANY-CODE), A TRANSACTION
      *>  (TRAN-COMPANY-CODE) OR ANY RECORD WRITTEN BEFORE THE CODE
      *>  EXISTED MEANS THIS COMPANY, SO EVERYTHING ALREADY ON FILE
      *>  STAYS WHERE IT WAS BOOKED.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION, FOR THE SECOND LEGAL
      *>                  ENTITY.
      *>****************************************************************
       01  HOME-COMPANY-CODE PIC X(04) VALUE "0100".
