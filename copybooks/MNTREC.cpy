      *>                  ALREADY KEYED STAY READABLE.  ON AN ADD OR
      *>                  UPDATE A BLANK LIMIT IS TAKEN AS ZERO (NO
      *>                  DUAL CONTROL) AND A BLANK FLAG AS N.
      *>  OCT 15/26  AJ   ADDED MNT-MAINT-BY, THE OPERATOR ID OF
      *>                  WHOEVER KEYED THE CHANGE, AGAIN APPENDED AT
      *>                  THE END.  IT IS REQUIRED -- OPERMNT REFUSES
      *>                  A CHANGE NOBODY OWNS -- AND IT TRAVELS TO
      *>                  THE MAINTENANCE CHANGE LOG (MCHGREC.CPY).
      *>****************************************************************
       01  MNT-RECORD.
           05  MNT-ACTION            PIC X(01).
           05  MNT-APPROVAL-LIMIT    PIC S9(9)V99.
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MNT-APPROVER-FLAG     PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  MNT-MAINT-BY          PIC X(08).
