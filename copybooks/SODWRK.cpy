      *>****************************************************************
      *>  SODWRK.CPY
      *>
      *>  CALCSOD KEYED WORK RECORD.  THE AUDIT LOG AND THE
      *>  MAINTENANCE CHANGE LOG CAN RUN TO A MONTH OF RECORDS, SO
      *>  THE CROSS-REFERENCES LIVE ON A VSAM WORK CLUSTER ACCESSED
      *>  BY KEY RATHER THAN IN A FIXED TABLE -- THE SAME REASON
      *>  CALCDUPS USES DUPWRK.CPY.  THE CLUSTER IS DEFINED ONCE
      *>  WITH REUSE AND EMPTIED BY EACH RUN.  THE RECORD TYPE LEADS
      *>  THE KEY:
      *>
      *>      P   ONE PER HELD POSTING ON THE PENDING FILE (DATE,
      *>          SEQUENCE), CARRYING THE OPERATOR WHO POSTED IT
      *>      R   ONE PER ACCOUNT REOPEN ON THE CHANGE LOG (DATE,
      *>          ACCOUNT, OPERATOR WHO KEYED IT), CARRYING THE
      *>          MAINTENANCE RECORD NUMBER
      *>      V   ONE PER EXCEPTION FOUND, KEYED OPERATOR FIRST SO
      *>          A BROWSE OF THE V RECORDS COMES BACK GROUPED BY
      *>          OPERATOR FOR THE LISTING
      *>
      *>  EXCEPTION RULES (SODW-VK-RULE)
      *>      1   APPROVER DECIDED THEIR OWN HELD POSTING
      *>      2   OPERATOR REVERSED THEIR OWN POSTING
      *>      3   OPERATOR CHANGED THEIR OWN OPERATOR RECORD
      *>      4   OPERATOR REOPENED AN ACCOUNT AND POSTED TO IT THE
      *>          SAME DAY
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE SEGREGATION-OF-
      *>                  DUTIES EXCEPTION RUN.
      *>****************************************************************
       01  SODW-RECORD.
           05  SODW-KEY.
               10  SODW-TYPE         PIC X(01).
                   88  SODW-IS-PENDING   VALUE "P".
                   88  SODW-IS-REOPEN    VALUE "R".
                   88  SODW-IS-VIOLATION VALUE "V".
               10  SODW-KEY-DATA     PIC X(33).
               10  SODW-PEND-KEY REDEFINES SODW-KEY-DATA.
                   15  SODW-PK-DATE  PIC 9(08).
                   15  SODW-PK-SEQ-NO PIC 9(06).
                   15  FILLER        PIC X(19).
               10  SODW-REOPEN-KEY REDEFINES SODW-KEY-DATA.
                   15  SODW-RK-DATE  PIC 9(08).
                   15  SODW-RK-ACCOUNT-REF PIC X(10).
                   15  SODW-RK-MAINT-BY PIC X(08).
                   15  FILLER        PIC X(07).
               10  SODW-VIOL-KEY REDEFINES SODW-KEY-DATA.
                   15  SODW-VK-OPERATOR-ID PIC X(08).
                   15  SODW-VK-RULE  PIC X(01).
                       88  SODW-SELF-APPROVAL  VALUE "1".
                       88  SODW-SELF-REVERSAL  VALUE "2".
                       88  SODW-SELF-MAINT     VALUE "3".
                       88  SODW-REOPEN-POST    VALUE "4".
                   15  SODW-VK-DATE  PIC 9(08).
                   15  SODW-VK-SEQ-NO PIC 9(06).
                   15  SODW-VK-ACCOUNT-REF PIC X(10).
           05  SODW-OPERATOR-ID      PIC X(08).
           05  SODW-ACCOUNT-REF      PIC X(10).
           05  SODW-REF-DATE         PIC 9(08).
           05  SODW-REF-SEQ-NO       PIC 9(06).
           05  SODW-ACTION           PIC X(01).
