      *>****************************************************************
      *>  SNAPREC.CPY
      *>
      *>  START-OF-DAY SNAPSHOT MASTER RECORD.  A CHECKPOINT RESTART
      *>  RECOVERS A RUN THAT DIED PART WAY; NOTHING RECOVERED A DAY
      *>  THAT HAD TO BE THROWN AWAY WHOLE -- THE WRONG TRANSIN
      *>  MERGED IN ONLSTEP MEANT AN AFTERNOON OF HAND IDCAMS WORK
      *>  PUTTING OPERMAST, CALCREGS AND THE LOGS BACK.  CALCSNAP,
      *>  THE FIRST STEP OF CALCJOB, NOW RECORDS HERE, KEYED BY THE
      *>  BATCH ID OF THE DAY'S KEYED FILE, EVERYTHING THE JOB IS
      *>  ABOUT TO CHANGE, AND CALCRBAK PUTS IT ALL BACK:
      *>
      *>      A   SNAPSHOT HEADER -- RUN DATE AND TIME AND THE BATCH
      *>          DATE.  WRITTEN LAST, SO A SNAPSHOT WITHOUT ONE IS
      *>          INCOMPLETE AND IS NEVER USED.
      *>      B   ONE BUDGET MASTER RECORD (BUDGREC.CPY)
      *>      C   THE CALC CHECKPOINT RECORD (CKPTREC.CPY)
      *>      D   ONE HELD-DUPLICATE MASTER RECORD (DUPREC.CPY), IN
      *>          FILE ORDER BY SNAP-ENTRY-SEQ-NO
      *>      F   THE END POSITION OF ONE APPEND-ONLY FILE, NAMED BY
      *>          ITS DD NAME IN CALCJOB: SNAP-RECORD-COUNT RECORDS,
      *>          THE LAST OF THEM IN SNAP-IMAGE SO THE ROLLBACK CAN
      *>          TELL THE FILE HAS NOT BEEN REORGANIZED SINCE
      *>      J   ONE REJECT MASTER RECORD (REJREC.CPY), IN FILE
      *>          ORDER BY SNAP-ENTRY-SEQ-NO
      *>      O   ONE OPERATOR MASTER RECORD (OPERREC.CPY)
      *>      R   ONE MEMORY REGISTER RECORD (REGREC.CPY)
      *>
      *>  THE ENTRY KEY IS THE MASTER RECORD'S OWN KEY FOR B, O AND
      *>  R, SO THE ROLLBACK CAN LOOK A LIVE RECORD UP DIRECTLY.
      *>  DEFINED AS A VSAM KSDS, KEYS(27 0) RECORDSIZE(199 199) --
      *>  SEE JCL/CALCJOB.JCL.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE SNAPSHOT AND
      *>                  WHOLE-DAY ROLLBACK.
      *>  OCT 15/26  AJ   WIDENED SNAP-IMAGE TO 160 BYTES, RECORD 199:
      *>                  THE HELD-DUPLICATE AND AUDIT RECORDS GREW
      *>                  PAST 150 WITH THE COMPANY CODE.
      *>****************************************************************
       01  SNAP-RECORD.
           05  SNAP-KEY.
               10  SNAP-BATCH-ID     PIC X(08).
               10  SNAP-ENTRY-TYPE   PIC X(01).
                   88  SNAP-HEADER-ENTRY     VALUE "A".
                   88  SNAP-BUDGET-ENTRY     VALUE "B".
                   88  SNAP-CHECKPOINT-ENTRY VALUE "C".
                   88  SNAP-HELD-DUP-ENTRY   VALUE "D".
                   88  SNAP-FILE-ENTRY       VALUE "F".
                   88  SNAP-REJECT-ENTRY     VALUE "J".
                   88  SNAP-OPERATOR-ENTRY   VALUE "O".
                   88  SNAP-REGISTER-ENTRY   VALUE "R".
               10  SNAP-ENTRY-KEY    PIC X(18).
               10  SNAP-ENTRY-SEQ REDEFINES SNAP-ENTRY-KEY.
                   15  SNAP-ENTRY-SEQ-NO PIC 9(08).
                   15  FILLER        PIC X(10).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SNAP-RECORD-COUNT     PIC 9(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  SNAP-IMAGE            PIC X(160).
           05  SNAP-HEADER-DATA REDEFINES SNAP-IMAGE.
               10  SNAP-HDR-RUN-DATE PIC 9(08).
               10  FILLER            PIC X(02).
               10  SNAP-HDR-RUN-TIME PIC 9(06).
               10  FILLER            PIC X(02).
               10  SNAP-HDR-BATCH-DATE PIC 9(08).
               10  FILLER            PIC X(134).
