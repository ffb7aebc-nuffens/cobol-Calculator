      *>                  THIS JOB NO LONGER RACES A CALC RESTART
      *>                  FOR THE WHOLE FILE -- EACH CHANGE LANDS ON
      *>                  ITS OWN RECORD THE MOMENT IT APPLIES.
      *>  OCT 15/26  AJ   EVERY TRANSACTION MUST NOW NAME WHO KEYED
      *>                  IT (MNT-MAINT-BY) OR IT IS REFUSED, AND
      *>                  EVERY APPLIED CHANGE IS APPENDED TO THE
      *>                  MAINTENANCE CHANGE LOG (MCHGREC.CPY) FOR
      *>                  THE CALCSOD SEGREGATION-OF-DUTIES RUN.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
           SELECT MAINT-FILE ASSIGN TO "MNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           COPY MNTREC.

       FD  CHANGE-LOG-FILE.
           COPY MCHGREC.

       WORKING-STORAGE SECTION.
       01  WS-APPLIED-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-ERROR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-MAINT-REC-NO PIC 9(06) COMP VALUE ZERO.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
               88  WS-OPER-OK        VALUE "00".
           05  WS-MAINT-STATUS       PIC X(02).
               88  WS-MAINT-OK       VALUE "00".
           05  WS-CHGLOG-STATUS      PIC X(02).
               88  WS-CHGLOG-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAINT-EOF-SWITCH   PIC X(01) VALUE "N".

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  OPEN THE MASTER FOR KEYED UPDATE, THE MAINTENANCE FILE
      *>  AND THE CHANGE LOG, AND PRIME THE READ.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CHANGE-LOG-FILE
           IF NOT WS-CHGLOG-OK
               DISPLAY "OPERMNT: UNABLE TO OPEN MAINTLOG, FILE STATUS = "
                   WS-CHGLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
           READ MAINT-FILE
               AT END
                   SET WS-MAINT-EOF-SWITCH TO "Y"
               NOT AT END
                   ADD 1 TO WS-MAINT-REC-NO
           END-READ.
       1200-EXIT.
           EXIT.
      *>  APPLY ONE MAINTENANCE TRANSACTION TO THE MASTER, THEN
      *>  READ THE NEXT ONE.  EVERY ACTION AND EVERY ERROR IS
      *>  DISPLAYED SO THE RUN LOG IS THE MAINTENANCE AUDIT TRAIL.
      *>  A TRANSACTION THAT DOES NOT SAY WHO KEYED IT IS REFUSED
      *>  BEFORE IT TOUCHES THE MASTER.
      *>-----------------------------------------------------------
       2000-APPLY-MAINTENANCE.
           IF MNT-MAINT-BY = SPACES
               DISPLAY "OPERMNT: " MNT-OPER-ID
                   " MAINTAINED-BY BLANK - IGNORED"
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 1200-READ-MAINTENANCE THRU 1200-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-FIND-OPERATOR THRU 2100-EXIT
           EVALUATE MNT-ACTION
               WHEN "A"
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT
                   DISPLAY "OPERMNT: " MNT-OPER-ID " ADDED"
           END-WRITE.
       2200-EXIT.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2800-WRITE-CHANGE-LOG THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2800-WRITE-CHANGE-LOG THRU 2800-EXIT
      *>  APPEND THE APPLIED CHANGE TO THE MAINTENANCE CHANGE LOG:
      *>  WHO KEYED IT, WHAT WAS DONE, TO WHICH OPERATOR, AND WHICH
      *>  MAINTENANCE RECORD ASKED FOR IT.
      *>-----------------------------------------------------------
       2800-WRITE-CHANGE-LOG.
           MOVE SPACES TO MCHG-RECORD
           MOVE "OPERMNT" TO MCHG-PROGRAM
           MOVE WS-CURRENT-DATE TO MCHG-DATE
           MOVE WS-CURRENT-TIME TO MCHG-TIME
           MOVE MNT-MAINT-BY TO MCHG-MAINT-BY
           MOVE MNT-ACTION TO MCHG-ACTION
           MOVE MNT-OPER-ID TO MCHG-KEY
           MOVE WS-MAINT-REC-NO TO MCHG-REC-NO
           WRITE MCHG-RECORD.
       2800-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-FINALIZE THRU 3000-EXIT
      *>  CLOSE THE FILES AND SET THE RETURN CODE -- 4 WHEN ANY
       3000-FINALIZE.
           CLOSE MAINT-FILE
           CLOSE OPERATOR-FILE
           CLOSE CHANGE-LOG-FILE
           DISPLAY "OPERMNT: " WS-APPLIED-COUNT " APPLIED, "
               WS-ERROR-COUNT " IN ERROR"
           IF WS-ERROR-COUNT > ZERO
