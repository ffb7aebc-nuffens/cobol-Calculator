      *>                  KEYED CLUSTER, ACCTMNT TOUCHES ONLY THE
      *>                  RECORDS ITS TRANSACTIONS NAME AND NO
      *>                  LONGER SEES THE WHOLE FILE.
      *>  OCT 15/26  AJ   THE DETAIL LINE NOW SHOWS WHO KEYED THE
      *>                  CHANGE (AMNT-MAINT-BY).
      *>  OCT 15/26  AJ   THE DETAIL LINE NOW SHOWS THE ACCOUNT'S
      *>                  COMPANY.
      *>****************************************************************
       01  ACMT-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(22) VALUE "NAME".
           05  FILLER PIC X(08) VALUE "STATUS".
           05  FILLER PIC X(10) VALUE "CLOSE DATE".
           05  FILLER PIC X(10) VALUE "KEYED BY".
           05  FILLER PIC X(07) VALUE "COMPANY".

       01  ACMT-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  ACMTD-STATUS PIC X(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ACMTD-CLOSE-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ACMTD-MAINT-BY PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  ACMTD-COMPANY PIC X(04).

       01  ACMT-ERROR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
