      *>****************************************************************
      *>  SODLINE.CPY
      *>
      *>  CALCSOD SEGREGATION-OF-DUTIES EXCEPTION LISTING LAYOUTS.
      *>  WORKING-STORAGE RECORDS BUILT UP FOR EACH LINE AND WRITTEN
      *>  WITH WRITE ... FROM, THE SAME WAY PRTLINE.CPY WORKS FOR
      *>  CALC.  EXCEPTIONS PRINT GROUPED UNDER THE OPERATOR WHO
      *>  HELD BOTH ENDS OF THE WORK, EACH WITH THE DATE AND
      *>  SEQUENCE NUMBER IT CONCERNS AND, WHERE THERE IS ONE, THE
      *>  SECOND DATE OR SEQUENCE THAT TIES IT TO ITS OTHER HALF:
      *>
      *>      SELFAPPR  HELD POSTING (DATE, SEQ) DECIDED BY ITS OWN
      *>                POSTER; ACT IS THE DECISION, R OR F
      *>      SELFREVR  REVERSAL RUN (DATE, SEQ) OF THE RUNNER'S OWN
      *>                POSTING OF REF DATE
      *>      SELFMNT   OPERMNT CHANGE (DATE, MAINTENANCE RECORD
      *>                NUMBER) TO THE MAINTAINER'S OWN RECORD; ACT
      *>                IS THE OPERMNT ACTION
      *>      REOPPOST  POSTING (DATE, SEQ) TO AN ACCOUNT THE SAME
      *>                OPERATOR REOPENED THAT DAY UNDER ACCTMNT
      *>                MAINTENANCE RECORD REF SEQ
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LISTING LAYOUT FOR THE SEGREGATION-
      *>                  OF-DUTIES EXCEPTION RUN.
      *>****************************************************************
       01  SODL-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(32) VALUE "CALCSOD SEGREGATION OF DUTIES".
           05  FILLER PIC X(06) VALUE "FROM:".
           05  SODL1-FROM-DATE PIC 9(08).
           05  FILLER PIC X(05) VALUE " TO:".
           05  SODL1-TO-DATE PIC 9(08).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  SODL1-RUN-DATE PIC 9(08).
           05  FILLER PIC X(03) VALUE SPACES.
           05  FILLER PIC X(05) VALUE "PAGE:".
           05  SODL1-PAGE-NO PIC ZZZ9.

       01  SODL-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(10) VALUE "RULE".
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(08) VALUE "SEQ".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(10) VALUE "REF DATE".
           05  FILLER PIC X(08) VALUE "REF SEQ".
           05  FILLER PIC X(04) VALUE "ACT".
           05  FILLER PIC X(30) VALUE "EXCEPTION".

       01  SODL-OPERATOR-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(10) VALUE "OPERATOR:".
           05  SODLO-OPERATOR-ID PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLO-OPERATOR-NAME PIC X(20).

       01  SODL-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  SODLD-RULE PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-DATE PIC 9(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-SEQ-NO PIC ZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-ACCOUNT-REF PIC X(10).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-REF-DATE PIC Z(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-REF-SEQ-NO PIC Z(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  SODLD-ACTION PIC X(01).
           05  FILLER PIC X(03) VALUE SPACES.
           05  SODLD-DESCRIPTION PIC X(30).

       01  SODL-OPERATOR-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(28) VALUE "  EXCEPTIONS FOR OPERATOR".
           05  SODLS-COUNT PIC ZZZZZ9.

       01  SODL-TOTAL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "SELFAPPR".
           05  SODLT-SELF-APPR-COUNT PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  SELFREVR".
           05  SODLT-SELF-REVR-COUNT PIC ZZZZ9.
           05  FILLER PIC X(10) VALUE "  SELFMNT".
           05  SODLT-SELF-MAINT-COUNT PIC ZZZZ9.
           05  FILLER PIC X(11) VALUE "  REOPPOST".
           05  SODLT-REOPEN-POST-COUNT PIC ZZZZ9.
           05  FILLER PIC X(08) VALUE "  TOTAL".
           05  SODLT-TOTAL-COUNT PIC ZZZZZ9.
