                  >>source format free
      *>****************************************************************
      *>  PROGRAM-ID.  CALCSOD
      *>
      *>  PURPOSE.     SEGREGATION-OF-DUTIES EXCEPTION RUN.  THE
      *>               AUDITORS ASK WHETHER ANY ONE PERSON
      *>               CONTROLLED A POSTING FROM START TO FINISH, AND
      *>               ANSWERING MEANT A WEEK OF CROSS-CHECKING BY
      *>               HAND.  THIS RUN READS THE TRAILS THE SUITE
      *>               ALREADY KEEPS AND LISTS EVERY CASE WHERE THE
      *>               SAME OPERATOR HELD BOTH ENDS OF THE WORK:
      *>
      *>                 SELFAPPR  AN APPROVAL DECISION (APRREC.CPY)
      *>                           KEYED BY THE OPERATOR WHO POSTED
      *>                           THE HELD WORK (PNDREC.CPY).
      *>                           CALCAPPR REFUSES TO ACT ON IT, BUT
      *>                           THE ATTEMPT IS ITSELF THE FINDING.
      *>                 SELFREVR  A CALCREVR REVERSAL (REVERSED
      *>                           AUDIT RECORD) RUN BY THE OPERATOR
      *>                           WHO MADE THE ORIGINAL POSTING.
      *>                 SELFMNT   AN OPERMNT CHANGE TO AN OPERATOR'S
      *>                           LIMITS OR ENTITLEMENTS KEYED BY
      *>                           THAT SAME OPERATOR (DEACTIVATING
      *>                           ONESELF IS NOT AN EXCEPTION).
      *>                 REOPPOST  AN ACCTMNT REOPEN AND A POSTING
      *>                           TO THE SAME ACCOUNT ON THE SAME
      *>                           DAY BY THE SAME OPERATOR.
      *>
      *>               THE MAINTENANCE CHANGES COME FROM THE
      *>               MAINTLOG CHANGE LOG (MCHGREC.CPY) OPERMNT AND
      *>               ACCTMNT APPEND TO.  SODPARM GIVES THE FROM AND
      *>               TO DATES OF THE PERIOD UNDER REVIEW FOR THE
      *>               TWO LOGS; THE DECISIONS AND PENDING FILES ARE
      *>               TAKEN AS THEY STAND.  EXCEPTIONS ARE COLLECTED
      *>               ON THE SODWRK WORK CLUSTER KEYED BY OPERATOR
      *>               AND PRINTED GROUPED BY OPERATOR WITH THE DATES
      *>               AND SEQUENCE NUMBERS INVOLVED.  ANY EXCEPTION
      *>               ENDS THE STEP RC=4 SO THE LISTING LANDS ON THE
      *>               COMPLIANCE DESK.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL VERSION, RAISED BY THE AUDITORS.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSOD.
       AUTHOR. Amber.
       DATE-WRITTEN. OCT 15.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "MAINTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT WORK-FILE ASSIGN TO "SODWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SODW-KEY
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PARM-FILE ASSIGN TO "SODPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
           COPY APRREC.

       FD  PENDING-FILE.
           COPY PNDREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  CHANGE-LOG-FILE.
           COPY MCHGREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  WORK-FILE.
           COPY SODWRK.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FROM-DATE        PIC 9(08).
           05  FILLER                PIC X(02).
           05  PARM-TO-DATE          PIC 9(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY SODLINE.

       01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE PIC 9(08) VALUE 99999999.

       01  WS-CUR-OPERATOR-ID PIC X(08) VALUE SPACES.
       01  WS-HELD-ACCOUNT-REF PIC X(10) VALUE SPACES.

       01  WS-SELF-APPR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-SELF-REVR-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-SELF-MAINT-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-REOPEN-POST-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-VIOLATION-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-OPER-VIOLATION-COUNT PIC 9(06) COMP VALUE ZERO.
       01  WS-DECISIONS-READ PIC 9(06) COMP VALUE ZERO.
       01  WS-AUDIT-IN-PERIOD PIC 9(06) COMP VALUE ZERO.
       01  WS-CHANGES-IN-PERIOD PIC 9(06) COMP VALUE ZERO.

       01  WS-PAGE-NO PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-COUNT PIC 9(04) COMP VALUE ZERO.
       01  WS-MAX-LINES-PER-PAGE PIC 9(04) COMP VALUE 40.

       01  WS-TIMESTAMP.
           05  WS-CURRENT-DATE       PIC 9(08).
           05  WS-CURRENT-TIME       PIC 9(06).

       01  WS-FILE-STATUSES.
           05  WS-APPR-STATUS        PIC X(02).
               88  WS-APPR-OK        VALUE "00".
           05  WS-PEND-STATUS        PIC X(02).
               88  WS-PEND-OK        VALUE "00".
           05  WS-AUDIT-STATUS       PIC X(02).
               88  WS-AUDIT-OK       VALUE "00".
           05  WS-CHGLOG-STATUS      PIC X(02).
               88  WS-CHGLOG-OK      VALUE "00".
           05  WS-OPER-STATUS        PIC X(02).
               88  WS-OPER-OK        VALUE "00".
           05  WS-WORK-STATUS        PIC X(02).
               88  WS-WORK-OK        VALUE "00".
               88  WS-WORK-DUPLICATE VALUE "22".
           05  WS-PARM-STATUS        PIC X(02).
               88  WS-PARM-OK        VALUE "00".
           05  WS-REPORT-STATUS      PIC X(02).
               88  WS-REPORT-OK      VALUE "00".

       01  WS-SWITCHES.
           05  WS-APPR-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-APPR-EOF       VALUE "Y".
           05  WS-PEND-EOF-SWITCH    PIC X(01) VALUE "N".
               88  WS-PEND-EOF       VALUE "Y".
           05  WS-AUDIT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF      VALUE "Y".
           05  WS-CHGLOG-EOF-SWITCH  PIC X(01) VALUE "N".
               88  WS-CHGLOG-EOF     VALUE "Y".
           05  WS-SWEEP-DONE-SWITCH  PIC X(01) VALUE "N".
               88  WS-SWEEP-DONE     VALUE "Y".
           05  WS-FOUND-SWITCH       PIC X(01) VALUE "N".
               88  WS-RECORD-FOUND   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-CHANGE THRU 2000-EXIT
               UNTIL WS-CHGLOG-EOF
           PERFORM 2200-LOAD-ONE-PENDING THRU 2200-EXIT
               UNTIL WS-PEND-EOF
           PERFORM 2300-CHECK-ONE-DECISION THRU 2300-EXIT
               UNTIL WS-APPR-EOF
           PERFORM 2400-CHECK-ONE-AUDIT THRU 2400-EXIT
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-PRINT-EXCEPTIONS THRU 3000-EXIT
           PERFORM 4000-FINALIZE THRU 4000-EXIT
           STOP RUN.

      *>-----------------------------------------------------------
      *>  1000-INITIALIZE THRU 1000-EXIT
      *>  PICK UP THE PERIOD, OPEN THE FILES AND PRIME THE READS.
      *>-----------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM 1050-READ-PARM THRU 1050-EXIT
           OPEN INPUT APPROVAL-FILE
           IF NOT WS-APPR-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN APPRIN, "
                   "FILE STATUS = " WS-APPR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PENDING-FILE
           IF NOT WS-PEND-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN PENDIN, "
                   "FILE STATUS = " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN AUDITLOG, "
                   "FILE STATUS = " WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-LOG-FILE
           IF NOT WS-CHGLOG-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN MAINTLOG, "
                   "FILE STATUS = " WS-CHGLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN OPERMAST, "
                   "FILE STATUS = " WS-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN SODRPT, "
                   "FILE STATUS = " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1080-OPEN-WORK-FILE THRU 1080-EXIT
           PERFORM 1100-READ-CHANGE THRU 1100-EXIT
           PERFORM 1110-READ-PENDING THRU 1110-EXIT
           PERFORM 1120-READ-DECISION THRU 1120-EXIT
           PERFORM 1130-READ-AUDIT THRU 1130-EXIT.
       1000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1050-READ-PARM THRU 1050-EXIT
      *>  THE FROM AND TO DATES OF THE PERIOD UNDER REVIEW,
      *>  YYYYMMDD EACH.  AN EMPTY OR MISSING PARM, OR A DATE THAT
      *>  IS NOT NUMERIC, LEAVES THAT END OPEN -- EVERYTHING ON THE
      *>  LOGS SINCE THE LAST CALCARCH PURGE.
      *>-----------------------------------------------------------
       1050-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FROM-DATE NUMERIC
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF PARM-TO-DATE NUMERIC AND
                               PARM-TO-DATE NOT = ZERO
                           MOVE PARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CALCSOD: FROM DATE " WS-FROM-DATE
                   " IS AFTER TO DATE " WS-TO-DATE " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CALCSOD: REVIEWING " WS-FROM-DATE
               " THRU " WS-TO-DATE.
       1050-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  1080-OPEN-WORK-FILE THRU 1080-EXIT
      *>  THE WORK CLUSTER IS DEFINED ONCE WITH REUSE: OPENING IT
      *>  OUTPUT EMPTIES IT OF THE LAST RUN'S RECORDS, AND A
      *>  NEVER-LOADED CLUSTER CANNOT BE OPENED I-O -- SO IT IS
      *>  OPENED OUTPUT ONCE, THEN REOPENED I-O FOR THE KEYED WORK,
      *>  THE SAME WAY CALCDUPS PRIMES DUPSWRK.
      *>-----------------------------------------------------------
       1080-OPEN-WORK-FILE.
           OPEN OUTPUT WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "CALCSOD: UNABLE TO PRIME SODWRK, "
                   "FILE STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY "CALCSOD: UNABLE TO OPEN SODWRK, "
                   "FILE STATUS = " WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

       1100-READ-CHANGE.
           READ CHANGE-LOG-FILE
               AT END
                   SET WS-CHGLOG-EOF-SWITCH TO "Y"
           END-READ.
       1100-EXIT.
           EXIT.

       1110-READ-PENDING.
           READ PENDING-FILE
               AT END
                   SET WS-PEND-EOF-SWITCH TO "Y"
           END-READ.
       1110-EXIT.
           EXIT.

       1120-READ-DECISION.
           READ APPROVAL-FILE
               AT END
                   SET WS-APPR-EOF-SWITCH TO "Y"
           END-READ.
       1120-EXIT.
           EXIT.

       1130-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF-SWITCH TO "Y"
           END-READ.
       1130-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2000-CHECK-ONE-CHANGE THRU 2000-EXIT
      *>  ONE MAINTENANCE CHANGE INSIDE THE PERIOD.  AN OPERMNT
      *>  CHANGE KEYED BY THE OPERATOR IT CHANGES IS A SELFMNT
      *>  EXCEPTION, UNLESS IT ONLY TOOK THAT OPERATOR OUT OF
      *>  SERVICE.  AN ACCTMNT REOPEN IS FILED AS AN R RECORD FOR
      *>  THE AUDIT PASS TO MATCH POSTINGS AGAINST.
      *>-----------------------------------------------------------
       2000-CHECK-ONE-CHANGE.
           IF MCHG-DATE NOT NUMERIC
               GO TO 2000-READ-NEXT
           END-IF
           IF MCHG-DATE < WS-FROM-DATE OR MCHG-DATE > WS-TO-DATE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-CHANGES-IN-PERIOD
           IF MCHG-FROM-OPERMNT
               IF MCHG-MAINT-BY = MCHG-KEY AND MCHG-ACTION NOT = "D"
                   MOVE SPACES TO SODW-RECORD
                   MOVE "V" TO SODW-TYPE
                   MOVE MCHG-MAINT-BY TO SODW-VK-OPERATOR-ID
                   MOVE "3" TO SODW-VK-RULE
                   MOVE MCHG-DATE TO SODW-VK-DATE
                   MOVE MCHG-REC-NO TO SODW-VK-SEQ-NO
                   MOVE ZERO TO SODW-REF-DATE
                   MOVE ZERO TO SODW-REF-SEQ-NO
                   MOVE MCHG-ACTION TO SODW-ACTION
                   PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
               END-IF
               GO TO 2000-READ-NEXT
           END-IF
           IF MCHG-FROM-ACCTMNT AND MCHG-ACTION = "R"
               MOVE SPACES TO SODW-RECORD
               MOVE "R" TO SODW-TYPE
               MOVE MCHG-DATE TO SODW-RK-DATE
               MOVE MCHG-KEY TO SODW-RK-ACCOUNT-REF
               MOVE MCHG-MAINT-BY TO SODW-RK-MAINT-BY
               MOVE MCHG-MAINT-BY TO SODW-OPERATOR-ID
               MOVE MCHG-KEY TO SODW-ACCOUNT-REF
               MOVE ZERO TO SODW-REF-DATE
               MOVE MCHG-REC-NO TO SODW-REF-SEQ-NO
               PERFORM 2950-WRITE-WORK THRU 2950-EXIT
           END-IF.
       2000-READ-NEXT.
           PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2200-LOAD-ONE-PENDING THRU 2200-EXIT
      *>  FILE EACH HELD POSTING AS A P RECORD BY (DATE, SEQUENCE)
      *>  WITH THE OPERATOR WHO POSTED IT, FOR THE DECISIONS TO BE
      *>  LOOKED UP AGAINST.
      *>-----------------------------------------------------------
       2200-LOAD-ONE-PENDING.
           IF PND-TRAN-DATE NOT NUMERIC OR PND-SEQ-NO NOT NUMERIC
               GO TO 2200-READ-NEXT
           END-IF
           MOVE SPACES TO SODW-RECORD
           MOVE "P" TO SODW-TYPE
           MOVE PND-TRAN-DATE TO SODW-PK-DATE
           MOVE PND-SEQ-NO TO SODW-PK-SEQ-NO
           MOVE PND-OPERATOR-ID TO SODW-OPERATOR-ID
           MOVE PND-ACCOUNT-REF TO SODW-ACCOUNT-REF
           MOVE ZERO TO SODW-REF-DATE
           MOVE ZERO TO SODW-REF-SEQ-NO
           PERFORM 2950-WRITE-WORK THRU 2950-EXIT.
       2200-READ-NEXT.
           PERFORM 1110-READ-PENDING THRU 1110-EXIT.
       2200-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2300-CHECK-ONE-DECISION THRU 2300-EXIT
      *>  LOOK THE DECISION'S HELD POSTING UP BY (DATE, SEQUENCE).
      *>  A DECISION KEYED BY THE OPERATOR WHO POSTED THE WORK IS A
      *>  SELFAPPR EXCEPTION, RELEASE OR REFUSE ALIKE -- CALCAPPR
      *>  WILL NOT ACT ON IT, BUT SOMEONE TRIED.  A DECISION FOR A
      *>  POSTING NO LONGER PENDING IS CALCAPPR'S BUSINESS, NOT AN
      *>  EXCEPTION HERE.
      *>-----------------------------------------------------------
       2300-CHECK-ONE-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           IF APR-TRAN-DATE NOT NUMERIC OR APR-SEQ-NO NOT NUMERIC
               GO TO 2300-READ-NEXT
           END-IF
           MOVE SPACES TO SODW-KEY
           MOVE "P" TO SODW-TYPE
           MOVE APR-TRAN-DATE TO SODW-PK-DATE
           MOVE APR-SEQ-NO TO SODW-PK-SEQ-NO
           PERFORM 2960-READ-WORK THRU 2960-EXIT
           IF NOT WS-RECORD-FOUND
               GO TO 2300-READ-NEXT
           END-IF
           IF SODW-OPERATOR-ID NOT = APR-APPROVER-ID
               GO TO 2300-READ-NEXT
           END-IF
           MOVE SODW-ACCOUNT-REF TO WS-HELD-ACCOUNT-REF
           MOVE SPACES TO SODW-RECORD
           MOVE "V" TO SODW-TYPE
           MOVE APR-APPROVER-ID TO SODW-VK-OPERATOR-ID
           MOVE "1" TO SODW-VK-RULE
           MOVE APR-TRAN-DATE TO SODW-VK-DATE
           MOVE APR-SEQ-NO TO SODW-VK-SEQ-NO
           MOVE WS-HELD-ACCOUNT-REF TO SODW-VK-ACCOUNT-REF
           MOVE ZERO TO SODW-REF-DATE
           MOVE ZERO TO SODW-REF-SEQ-NO
           MOVE APR-ACTION TO SODW-ACTION
           PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT.
       2300-READ-NEXT.
           PERFORM 1120-READ-DECISION THRU 1120-EXIT.
       2300-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2400-CHECK-ONE-AUDIT THRU 2400-EXIT
      *>  ONE AUDIT LOG RECORD INSIDE THE PERIOD.  A REVERSED
      *>  RECORD RUN BY THE ORIGINAL POSTER IS A SELFREVR EXCEPTION
      *>  (A REVERSAL FROM BEFORE AUDIT-RUN-BY EXISTED HAS IT BLANK
      *>  AND CANNOT BE JUDGED).  A POSTING -- ANYTHING CALC TOOK,
      *>  WHETHER IT WENT TO THE LEDGER, SUSPENSE, APPROVAL OR THE
      *>  PERIOD EXCEPTIONS -- IS LOOKED UP AGAINST THE DAY'S
      *>  REOPENS OF ITS ACCOUNT BY ITS OWN OPERATOR.
      *>-----------------------------------------------------------
       2400-CHECK-ONE-AUDIT.
           IF AUDIT-DATE NOT NUMERIC
               GO TO 2400-READ-NEXT
           END-IF
           IF AUDIT-DATE < WS-FROM-DATE OR AUDIT-DATE > WS-TO-DATE
               GO TO 2400-READ-NEXT
           END-IF
           ADD 1 TO WS-AUDIT-IN-PERIOD
           IF AUDIT-STATUS = "REVERSED"
               IF AUDIT-RUN-BY NOT = SPACES AND
                       AUDIT-RUN-BY = AUDIT-OPERATOR-ID
                   MOVE SPACES TO SODW-RECORD
                   MOVE "V" TO SODW-TYPE
                   MOVE AUDIT-RUN-BY TO SODW-VK-OPERATOR-ID
                   MOVE "2" TO SODW-VK-RULE
                   MOVE AUDIT-DATE TO SODW-VK-DATE
                   MOVE AUDIT-SEQ-NO TO SODW-VK-SEQ-NO
                   MOVE AUDIT-ACCOUNT-REF TO SODW-VK-ACCOUNT-REF
                   MOVE AUDIT-ORIG-DATE TO SODW-REF-DATE
                   MOVE ZERO TO SODW-REF-SEQ-NO
                   PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT
               END-IF
               GO TO 2400-READ-NEXT
           END-IF
           IF AUDIT-STATUS = "OK" OR AUDIT-STATUS = "SUSPACCT" OR
                   AUDIT-STATUS = "HELDAPPR" OR
                   AUDIT-STATUS = "PERDHELD"
               PERFORM 2410-CHECK-REOPEN-POSTING THRU 2410-EXIT
           END-IF.
       2400-READ-NEXT.
           PERFORM 1130-READ-AUDIT THRU 1130-EXIT.
       2400-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2410-CHECK-REOPEN-POSTING THRU 2410-EXIT
      *>  AN R RECORD FOR (POSTING DATE, ACCOUNT, POSTING OPERATOR)
      *>  MEANS THE SAME PERSON REOPENED THE ACCOUNT THAT DAY: A
      *>  REOPPOST EXCEPTION CARRYING THE POSTING'S SEQUENCE AND
      *>  THE REOPEN'S MAINTENANCE RECORD NUMBER, WHICH THE R
      *>  RECORD JUST READ ALREADY HOLDS IN SODW-REF-SEQ-NO.
      *>-----------------------------------------------------------
       2410-CHECK-REOPEN-POSTING.
           MOVE SPACES TO SODW-KEY
           MOVE "R" TO SODW-TYPE
           MOVE AUDIT-DATE TO SODW-RK-DATE
           MOVE AUDIT-ACCOUNT-REF TO SODW-RK-ACCOUNT-REF
           MOVE AUDIT-OPERATOR-ID TO SODW-RK-MAINT-BY
           PERFORM 2960-READ-WORK THRU 2960-EXIT
           IF NOT WS-RECORD-FOUND
               GO TO 2410-EXIT
           END-IF
           MOVE "V" TO SODW-TYPE
           MOVE AUDIT-OPERATOR-ID TO SODW-VK-OPERATOR-ID
           MOVE "4" TO SODW-VK-RULE
           MOVE AUDIT-DATE TO SODW-VK-DATE
           MOVE AUDIT-SEQ-NO TO SODW-VK-SEQ-NO
           MOVE AUDIT-ACCOUNT-REF TO SODW-VK-ACCOUNT-REF
           MOVE ZERO TO SODW-REF-DATE
           MOVE SPACES TO SODW-ACTION
           PERFORM 2900-WRITE-VIOLATION THRU 2900-EXIT.
       2410-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2900-WRITE-VIOLATION THRU 2900-EXIT
      *>  FILE THE EXCEPTION BUILT IN SODW-RECORD AND COUNT IT
      *>  UNDER ITS RULE.  THE SAME KEY TWICE IS THE SAME EXCEPTION
      *>  SEEN TWICE (AN ALLOCATE LINE, OR A LOG RECORD WRITTEN
      *>  AGAIN BY A RERUN) AND IS LISTED AND COUNTED ONCE.
      *>-----------------------------------------------------------
       2900-WRITE-VIOLATION.
           WRITE SODW-RECORD
           IF WS-WORK-DUPLICATE
               GO TO 2900-EXIT
           END-IF
           IF NOT WS-WORK-OK
               DISPLAY "CALCSOD: SODWRK WRITE FAILED, FILE STATUS = "
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VIOLATION-COUNT
           EVALUATE TRUE
               WHEN SODW-SELF-APPROVAL
                   ADD 1 TO WS-SELF-APPR-COUNT
               WHEN SODW-SELF-REVERSAL
                   ADD 1 TO WS-SELF-REVR-COUNT
               WHEN SODW-SELF-MAINT
                   ADD 1 TO WS-SELF-MAINT-COUNT
               WHEN SODW-REOPEN-POST
                   ADD 1 TO WS-REOPEN-POST-COUNT
           END-EVALUATE.
       2900-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  2950-WRITE-WORK / 2960-READ-WORK
      *>  KEYED WORK FILE I/O FOR THE P AND R CROSS-REFERENCES.  A
      *>  P OR R RECORD ALREADY ON FILE IS THE SAME HELD POSTING OR
      *>  REOPEN SEEN TWICE AND IS LEFT AS IT IS.
      *>-----------------------------------------------------------
       2950-WRITE-WORK.
           WRITE SODW-RECORD
           IF NOT WS-WORK-OK AND NOT WS-WORK-DUPLICATE
               DISPLAY "CALCSOD: SODWRK WRITE FAILED, FILE STATUS = "
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-EXIT.
           EXIT.

       2960-READ-WORK.
           SET WS-FOUND-SWITCH TO "Y"
           READ WORK-FILE
               INVALID KEY
                   SET WS-FOUND-SWITCH TO "N"
           END-READ.
       2960-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3000-PRINT-EXCEPTIONS THRU 3000-EXIT
      *>  BROWSE THE V RECORDS IN KEY ORDER -- OPERATOR FIRST -- AND
      *>  PRINT THEM GROUPED BY OPERATOR, EACH GROUP OPENED BY THE
      *>  OPERATOR'S ID AND NAME AND CLOSED BY THEIR COUNT.
      *>-----------------------------------------------------------
       3000-PRINT-EXCEPTIONS.
           PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT
           MOVE SPACES TO WS-CUR-OPERATOR-ID
           MOVE ZERO TO WS-OPER-VIOLATION-COUNT
           MOVE SPACES TO SODW-KEY
           MOVE "V" TO SODW-TYPE
           SET WS-SWEEP-DONE-SWITCH TO "N"
           START WORK-FILE KEY >= SODW-KEY
               INVALID KEY
                   SET WS-SWEEP-DONE-SWITCH TO "Y"
           END-START
           PERFORM 3100-PRINT-ONE-EXCEPTION THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE
           IF WS-CUR-OPERATOR-ID NOT = SPACES
               PERFORM 3300-PRINT-OPERATOR-TOTAL THRU 3300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PRINT-ONE-EXCEPTION.
           READ WORK-FILE NEXT
               AT END
                   SET WS-SWEEP-DONE-SWITCH TO "Y"
                   GO TO 3100-EXIT
           END-READ
           IF NOT SODW-IS-VIOLATION
               SET WS-SWEEP-DONE-SWITCH TO "Y"
               GO TO 3100-EXIT
           END-IF
           IF SODW-VK-OPERATOR-ID NOT = WS-CUR-OPERATOR-ID
               IF WS-CUR-OPERATOR-ID NOT = SPACES
                   PERFORM 3300-PRINT-OPERATOR-TOTAL THRU 3300-EXIT
               END-IF
               PERFORM 3200-PRINT-OPERATOR-HEADING THRU 3200-EXIT
           END-IF
           MOVE SPACES TO SODL-DETAIL-LINE (2:)
           MOVE SODW-VK-DATE TO SODLD-DATE
           MOVE SODW-VK-SEQ-NO TO SODLD-SEQ-NO
           MOVE SODW-VK-ACCOUNT-REF TO SODLD-ACCOUNT-REF
           MOVE SODW-REF-DATE TO SODLD-REF-DATE
           MOVE SODW-REF-SEQ-NO TO SODLD-REF-SEQ-NO
           MOVE SODW-ACTION TO SODLD-ACTION
           EVALUATE TRUE
               WHEN SODW-SELF-APPROVAL
                   MOVE "SELFAPPR" TO SODLD-RULE
                   MOVE "DECIDED OWN HELD POSTING" TO SODLD-DESCRIPTION
               WHEN SODW-SELF-REVERSAL
                   MOVE "SELFREVR" TO SODLD-RULE
                   MOVE "REVERSED OWN POSTING" TO SODLD-DESCRIPTION
               WHEN SODW-SELF-MAINT
                   MOVE "SELFMNT" TO SODLD-RULE
                   MOVE "CHANGED OWN OPERATOR RECORD"
                       TO SODLD-DESCRIPTION
               WHEN SODW-REOPEN-POST
                   MOVE "REOPPOST" TO SODLD-RULE
                   MOVE "REOPENED ACCOUNT, POSTED SAME DAY"
                       TO SODLD-DESCRIPTION
           END-EVALUATE
           PERFORM 3400-WRITE-LISTING-LINE THRU 3400-EXIT
           ADD 1 TO WS-OPER-VIOLATION-COUNT.
       3100-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  3200-PRINT-OPERATOR-HEADING THRU 3200-EXIT
      *>  OPEN A NEW OPERATOR GROUP.  THE NAME COMES FROM THE
      *>  OPERATOR MASTER; AN OPERATOR SINCE REMOVED FROM IT STILL
      *>  PRINTS BY ID.
      *>-----------------------------------------------------------
       3200-PRINT-OPERATOR-HEADING.
           MOVE SODW-VK-OPERATOR-ID TO WS-CUR-OPERATOR-ID
           MOVE ZERO TO WS-OPER-VIOLATION-COUNT
           MOVE WS-CUR-OPERATOR-ID TO SODLO-OPERATOR-ID
           MOVE WS-CUR-OPERATOR-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO SODLO-OPERATOR-NAME
               NOT INVALID KEY
                   MOVE OPER-NAME TO SODLO-OPERATOR-NAME
           END-READ
           IF WS-LINE-COUNT + 2 >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SODL-OPERATOR-LINE
           ADD 2 TO WS-LINE-COUNT.
       3200-EXIT.
           EXIT.

       3300-PRINT-OPERATOR-TOTAL.
           MOVE WS-OPER-VIOLATION-COUNT TO SODLS-COUNT
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT
           END-IF
           WRITE REPORT-RECORD FROM SODL-OPERATOR-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT.
       3300-EXIT.
           EXIT.

       3400-WRITE-LISTING-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
               PERFORM 3900-PRINT-HEADERS THRU 3900-EXIT
           END-IF
           WRITE REPORT-RECORD FROM SODL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
       3400-EXIT.
           EXIT.

       3900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-FROM-DATE TO SODL1-FROM-DATE
           MOVE WS-TO-DATE TO SODL1-TO-DATE
           MOVE WS-CURRENT-DATE TO SODL1-RUN-DATE
           MOVE WS-PAGE-NO TO SODL1-PAGE-NO
           WRITE REPORT-RECORD FROM SODL-HEADING-1
           WRITE REPORT-RECORD FROM SODL-COLUMN-HEADINGS
           MOVE ZERO TO WS-LINE-COUNT.
       3900-EXIT.
           EXIT.

      *>-----------------------------------------------------------
      *>  4000-FINALIZE THRU 4000-EXIT
      *>  PRINT THE COUNTS BY RULE, CLOSE THE FILES AND SET THE
      *>  RETURN CODE -- 4 WHEN ANY EXCEPTION WAS FOUND, SO THE
      *>  SCHEDULER ROUTES THE LISTING TO THE COMPLIANCE DESK.
      *>-----------------------------------------------------------
       4000-FINALIZE.
           MOVE WS-SELF-APPR-COUNT TO SODLT-SELF-APPR-COUNT
           MOVE WS-SELF-REVR-COUNT TO SODLT-SELF-REVR-COUNT
           MOVE WS-SELF-MAINT-COUNT TO SODLT-SELF-MAINT-COUNT
           MOVE WS-REOPEN-POST-COUNT TO SODLT-REOPEN-POST-COUNT
           MOVE WS-VIOLATION-COUNT TO SODLT-TOTAL-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM SODL-TOTAL-LINE
           DISPLAY "CALCSOD: " WS-VIOLATION-COUNT " EXCEPTIONS -- "
               WS-DECISIONS-READ " DECISIONS, "
               WS-AUDIT-IN-PERIOD " AUDIT RECORDS AND "
               WS-CHANGES-IN-PERIOD " MASTER CHANGES REVIEWED"
           CLOSE APPROVAL-FILE
           CLOSE PENDING-FILE
           CLOSE AUDIT-FILE
           CLOSE CHANGE-LOG-FILE
           CLOSE OPERATOR-FILE
           CLOSE WORK-FILE
           CLOSE REPORT-FILE
           IF WS-VIOLATION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       END PROGRAM CALCSOD.
