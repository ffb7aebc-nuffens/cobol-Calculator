      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.  THE RECURRING WORK NO
      *>                  LONGER DEPENDS ON A HUMAN REMEMBERING IT.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES (TRANREC.CPY).
      *>                  STANDING ORDERS POST IN BASE CURRENCY, SO
      *>                  THE GENERATED DETAILS CARRY A BLANK CODE.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES (TRANREC.CPY).
      *>                  STANDING ORDERS ARE THE HOME COMPANY'S, SO
      *>                  THE GENERATED DETAILS CARRY A BLANK COMPANY.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTDG.
           COPY TRANREC.

       FD  MERGED-FILE.
       01  MERGED-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-DUE-TABLE.
           05  WS-DT-I1              PIC S9(7)V99.
           05  WS-DT-OPERATION       PIC X(10).
           05  WS-DT-I2              PIC S9(7)V99.
           05  WS-DT-CURRENCY-CODE   PIC X(03).
           05  WS-DT-COMPANY-CODE    PIC X(04).

       01  WS-MERGED-TRAILER.
           05  WS-MT-REC-TYPE        PIC X(06) VALUE "BATTRL".
