      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION, COMPANION TO THE CALCENT
      *>                  ENTRY SCREEN.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES (TRANREC.CPY).  THE
      *>                  SCREEN KEYS BASE CURRENCY ONLY, SO THE
      *>                  CURRENCY CODE IS WRITTEN BLANK.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES (TRANREC.CPY).  THE
      *>                  SCREEN KEYS FOR THE HOME COMPANY ONLY, SO THE
      *>                  COMPANY CODE IS WRITTEN BLANK.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENTX.
           COPY ENTREC.

       FD  BATCH-FILE.
       01  BATCH-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       COPY TRANREC.
