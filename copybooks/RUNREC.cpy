      *>  RUNREC.CPY
      *>
      *>  RUN-CONTROL LOG RECORD.  EVERY STEP OF THE DAILY SUITE --
      *>  CALCEDIT, CALCDUPS, CALC, CALCRECN, AUDTLOAD, CALCSUSP --
      *>  APPENDS ONE RECORD TO THE SHARED RUNLOG AS IT FINISHES,
      *>  SO THE DAY-END SIGN-OFF (CALCDAYE) CAN PROVE EVERY
      *>  EXPECTED STEP RAN, IN ORDER, IN BALANCE.  NOTHING USED
      *>  TO RECORD THAT A DAY'S STEPS ACTUALLY ALL RAN: CALCJOB
      *>  ONCE RAN TWICE FOR THE SAME BATCH DATE, AND AUDTLOAD HAS
      *>  BEEN SILENTLY SKIPPED, LEAVING BRANCHES QUERYING AN EMPTY
      *>  AUDINQ DAY.  CALC ALSO READS THE LOG AT START-UP AND
      *>  REFUSES A BATCH ID IT HAS ALREADY BALANCED ON THE SAME
      *>  DATE, UNLESS A CALCRBAK RECORD SINCE SHOWS THE DAY WAS
      *>  ROLLED BACK.
      *>
      *>  RUN-DATE IS THE BUSINESS DATE THE STEP PROCESSED (THE
      *>  RECONCILIATION DATE FOR CALCRECN), RUN-RECORD-COUNT THE
      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR THE RUN-CONTROL LOG.
      *>  OCT 15/26  AJ   CALCDUPS JOINS THE STEPS THAT WRITE A RECORD.
      *>  OCT 15/26  AJ   CALCRBAK WRITES ONE WHEN IT ROLLS A DAY
      *>                  BACK -- RUN-DATE IS THE DAY ROLLED BACK AND
      *>                  THE COUNT THE APPEND-ONLY RECORDS DISCARDED.
      *>****************************************************************
       01  RUN-RECORD.
           05  RUN-STEP-NAME         PIC X(08).
