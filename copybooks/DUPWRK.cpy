      *>****************************************************************
      *>  DUPWRK.CPY
      *>
      *>  CALCDUPS KEYED WORK RECORD.  THE AUDIT WINDOW CAN RUN TO
      *>  SEVERAL DAYS OF POSTINGS, SO THE FINGERPRINTS LIVE ON A
      *>  VSAM WORK CLUSTER ACCESSED BY KEY RATHER THAN IN A FIXED
      *>  TABLE -- THE SAME REASON CALCRECN MOVED TO RECNWRK.CPY.
      *>  THE CLUSTER IS DEFINED ONCE WITH REUSE AND EMPTIED BY
      *>  EACH RUN.  THE RECORD TYPE LEADS THE KEY:
      *>
      *>      F   ONE PER FINGERPRINT (OPERATOR, ACCOUNT, OPERATION,
      *>          I1, I2, CURRENCY, COMPANY), WITH THE LATEST POSTING
      *>          OR BATCH DETAIL THAT CARRIES IT AND HOW MANY STILL
      *>          STAND -- A REVERSAL TAKES ITS ORIGINAL BACK OUT OF
      *>          THE COUNT
      *>      P   ONE PER AUDIT POSTING (DATE, SEQUENCE, ACCOUNT),
      *>          CARRYING ITS FINGERPRINT, SO A REVERSAL RECORD --
      *>          WHICH DOES NOT REPEAT THE OPERANDS -- CAN FIND THE
      *>          FINGERPRINT IT CANCELS
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE DUPLICATE CHECK.
      *>  OCT 15/26  AJ   THE FINGERPRINT NOW ENDS WITH THE CURRENCY
      *>                  CODE: KEY 50 BYTES, RECORD 118 (SEE THE
      *>                  DUPSWRK DEFINE IN JCL/CALCJOB.JCL).
      *>  OCT 15/26  AJ   THE FINGERPRINT NOW ENDS WITH THE COMPANY
      *>                  CODE: KEY 54 BYTES, RECORD 126.
      *>****************************************************************
       01  DWK-RECORD.
           05  DWK-KEY.
               10  DWK-TYPE          PIC X(01).
                   88  DWK-IS-FINGERPRINT VALUE "F".
                   88  DWK-IS-POSTING    VALUE "P".
               10  DWK-KEY-DATA      PIC X(53).
               10  DWK-POST-KEY REDEFINES DWK-KEY-DATA.
                   15  DWK-PK-DATE   PIC 9(08).
                   15  DWK-PK-SEQ-NO PIC 9(06).
                   15  DWK-PK-ACCOUNT-REF PIC X(10).
                   15  FILLER        PIC X(29).
           05  DWK-FINGERPRINT       PIC X(53).
           05  DWK-MATCH-DATE        PIC 9(08).
           05  DWK-MATCH-SEQ-NO      PIC 9(06).
           05  DWK-SOURCE            PIC X(01).
               88  DWK-FROM-AUDIT    VALUE "A".
               88  DWK-FROM-BATCH    VALUE "B".
           05  DWK-COUNT             PIC 9(04).
