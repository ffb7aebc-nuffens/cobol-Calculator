      *>****************************************************************
      *>  PERDREC.CPY
      *>
      *>  ACCOUNTING PERIOD CALENDAR RECORD, KEYED BY THE PERIOD ID
      *>  (YYYYMM -- ONE PERIOD PER CALENDAR MONTH, SO A POSTING
      *>  DATE'S PERIOD IS ITS FIRST SIX DIGITS).  EVERY PROGRAM
      *>  THAT WRITES A GL-TRAN-DATE -- CALC, CALCAPPR, CALCSUSP AND
      *>  CALCREVR -- READS THE POSTING DATE'S PERIOD HERE FIRST:
      *>
      *>      O   OPEN         POSTINGS ACCEPTED AS DATED
      *>      S   SOFT-CLOSED  POSTINGS ACCEPTED ONLY FROM AN
      *>                       OPERATOR WITH OPER-APPROVER-FLAG ON
      *>                       THE OPERATOR MASTER -- MONTH-END
      *>                       ADJUSTMENTS WHILE THE CLOSE IS BEING
      *>                       PROVED; ANYONE ELSE IS HELD
      *>      H   HARD-CLOSED  NOTHING POSTS INTO THE PERIOD.  THE
      *>                       POSTING IS REDATED TO THE START OF
      *>                       THE FIRST OPEN PERIOD AFTER IT, OR
      *>                       HELD WHEN THAT PERIOD HAS NOT STARTED
      *>                       YET -- THE LEDGER NEVER TAKES A
      *>                       FUTURE-DATED ENTRY.
      *>
      *>  A POSTING DATE WHOSE PERIOD IS NOT ON THE CALENDAR AT ALL
      *>  IS HELD TOO.  HELD POSTINGS GO TO THE PERIOD EXCEPTION
      *>  FILE (PEXREC.CPY).  THE FILE IS A VSAM CLUSTER MAINTAINED
      *>  AND ROLLED FORWARD BY PERDMNT (SEE JCL/PERDMNT.JCL).
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE PERIOD CALENDAR.
      *>****************************************************************
       01  PERD-RECORD.
           05  PERD-PERIOD-ID        PIC 9(06).
           05  PERD-START-DATE       PIC 9(08).
           05  PERD-END-DATE         PIC 9(08).
           05  PERD-STATUS-FLAG      PIC X(01).
               88  PERD-OPEN         VALUE "O".
               88  PERD-SOFT-CLOSED  VALUE "S".
               88  PERD-HARD-CLOSED  VALUE "H".
           05  PERD-STATUS-DATE      PIC 9(08).
