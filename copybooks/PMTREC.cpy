      *>****************************************************************
      *>  PMTREC.CPY
      *>
      *>  PERDMNT MAINTENANCE TRANSACTION RECORD.  ONE RECORD ASKS
      *>  FOR ONE CHANGE TO THE ACCOUNTING PERIOD CALENDAR (SEE
      *>  PERDREC.CPY).  THE PERIOD'S START AND END DATES ARE
      *>  DERIVED FROM ITS YYYYMM ID, SO THEY ARE NEVER KEYED.
      *>
      *>  ACTIONS
      *>      A   ADD THE PERIOD, OPEN
      *>      S   SOFT-CLOSE AN OPEN PERIOD
      *>      H   HARD-CLOSE AN OPEN OR SOFT-CLOSED PERIOD.  A HARD
      *>          CLOSE IS FINAL.
      *>      O   REOPEN A SOFT-CLOSED PERIOD
      *>      R   ROLL FORWARD: SOFT-CLOSE THE OPEN PERIOD NAMED AND
      *>          OPEN THE PERIOD AFTER IT, ADDING IT TO THE
      *>          CALENDAR WHEN IT IS NOT THERE YET -- THE ONE
      *>          TRANSACTION THE MONTH-END CLOSE NEEDS
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR PERIOD CALENDAR
      *>                  MAINTENANCE.
      *>****************************************************************
       01  PMNT-RECORD.
           05  PMNT-ACTION           PIC X(01).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  PMNT-PERIOD-ID        PIC 9(06).
