      *>               LOCALLY BELOW).  FIELDS ADDED TO THE LAYOUTS
      *>               OVER TIME ARE NORMALIZED ON THE WAY IN: A
      *>               BLANK CLOSE DATE OR APPROVAL LIMIT BECOMES
      *>               ZERO, A BLANK APPROVER FLAG BECOMES N, A BLANK
      *>               COMPANY BECOMES THE HOME COMPANY.  THE
      *>               INPUTS MUST ARRIVE IN KEY ORDER -- THE JCL
      *>               SORTS THEM FIRST (SEE JCL/MSTRLOAD.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE CHART OF ACCOUNTS NOW CARRIES THE
      *>                  ACCOUNT'S COMPANY (ACCTREC.CPY, 51 BYTES).
      *>                  A FLAT RECORD WITHOUT ONE -- INCLUDING ONE
      *>                  UNLOADED FROM THE 45-BYTE CLUSTER -- LOADS
      *>                  UNDER THE HOME COMPANY (COMPANY.CPY).
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRLOAD.
           COPY OPERREC.

       FD  ACCT-FLAT-FILE.
       01  ACCT-FLAT-RECORD PIC X(51).

       FD  ACCT-VSAM-FILE.
           COPY ACCTREC.
           COPY REGREC.

       WORKING-STORAGE SECTION.
       COPY COMPANY.

       01  WS-OPER-READ-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-OPER-LOADED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ACCT-READ-COUNT PIC 9(06) COMP VALUE ZERO.
           IF ACCT-CLOSE-DATE NOT NUMERIC
               MOVE ZERO TO ACCT-CLOSE-DATE
           END-IF
           IF ACCT-COMPANY-CODE = SPACES
               MOVE HOME-COMPANY-CODE TO ACCT-COMPANY-CODE
           END-IF
           WRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY "MSTRLOAD: ACCOUNT " ACCT-REF
