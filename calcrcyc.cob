      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES (TRANREC.CPY).  A
      *>                  CORRECTED REJECT GOES BACK IN WITH THE
      *>                  CURRENCY CODE DATA ENTRY LEFT IN
      *>                  REJ-TRAN-CURRENCY-CODE, AND THE REJECT
      *>                  MASTER IS NOW 119 BYTES.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES (TRANREC.CPY).  A
      *>                  CORRECTED REJECT GOES BACK IN WITH THE
      *>                  COMPANY CODE LEFT IN REJ-TRAN-COMPANY-CODE,
      *>                  AND THE REJECT MASTER IS NOW 125 BYTES.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCYC.
           COPY REJREC.

       FD  REJOUT-FILE.
       01  REJOUT-RECORD PIC X(125).

       FD  RAW-FILE.
           COPY TRANREC.

       FD  MERGED-FILE.
       01  MERGED-RECORD PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(100).
           05  WS-RO-RESOLVED-BATCH  PIC X(08).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RO-RESOLVED-SEQ    PIC 9(06).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RO-TRAN-CURRENCY-CODE PIC X(03).
           05  FILLER                PIC X(02)  VALUE SPACES.
           05  WS-RO-TRAN-COMPANY-CODE PIC X(04).

      *>   THE CORRECTED-REJECT IMAGE RESHAPED AS A TRANSACTION
      *>   DETAIL, FOR THE SEQUENCE OVERLAY AND THE HASH.
           05  WS-DT-I1              PIC S9(7)V99.
           05  WS-DT-OPERATION       PIC X(10).
           05  WS-DT-I2              PIC S9(7)V99.
           05  WS-DT-CURRENCY-CODE   PIC X(03).
           05  WS-DT-COMPANY-CODE    PIC X(04).

       01  WS-MERGED-TRAILER.
           05  WS-MT-REC-TYPE        PIC X(06) VALUE "BATTRL".
               10  WS-CR-IMAGE       PIC X(53).
               10  WS-CR-BATCH-ID    PIC X(08).
               10  WS-CR-BATCH-DATE  PIC 9(08).
               10  WS-CR-CURRENCY-CODE PIC X(03).
               10  WS-CR-COMPANY-CODE PIC X(04).

       01  WS-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-LAST-KEYED-SEQ-NO PIC 9(06) VALUE ZERO.
                   MOVE REJ-BATCH-DATE TO RCYLD-BATCH-DATE
                   MOVE ZERO TO RCYLD-NEW-SEQ
                   MOVE REJ-TRAN-IMAGE TO RCYLD-TRAN-IMAGE
                   MOVE REJ-TRAN-CURRENCY-CODE TO RCYLD-TRAN-CURRENCY
                   MOVE REJ-TRAN-COMPANY-CODE TO RCYLD-TRAN-COMPANY
                   PERFORM 2900-WRITE-LISTING-LINE THRU 2900-EXIT
           END-EVALUATE
           PERFORM 1100-READ-REJECT THRU 1100-EXIT.
           MOVE REJ-REASON TO WS-CR-REASON (CR-IDX)
           MOVE REJ-TRAN-IMAGE TO WS-CR-IMAGE (CR-IDX)
           MOVE REJ-BATCH-ID TO WS-CR-BATCH-ID (CR-IDX)
           MOVE REJ-BATCH-DATE TO WS-CR-BATCH-DATE (CR-IDX)
           MOVE REJ-TRAN-CURRENCY-CODE TO WS-CR-CURRENCY-CODE (CR-IDX)
           MOVE REJ-TRAN-COMPANY-CODE TO WS-CR-COMPANY-CODE (CR-IDX).
       2100-EXIT.
           EXIT.

           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE WS-CR-IMAGE (CR-IDX) TO WS-DETAIL-RECORD
           MOVE WS-NEXT-SEQ-NO TO WS-DT-SEQ-NO
           MOVE WS-CR-CURRENCY-CODE (CR-IDX) TO WS-DT-CURRENCY-CODE
           MOVE WS-CR-COMPANY-CODE (CR-IDX) TO WS-DT-COMPANY-CODE
           MOVE SPACES TO MERGED-RECORD
           WRITE MERGED-RECORD FROM WS-DETAIL-RECORD
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-CR-IMAGE (CR-IDX) TO WS-RO-TRAN-IMAGE
           MOVE WS-CR-BATCH-ID (CR-IDX) TO WS-RO-BATCH-ID
           MOVE WS-CR-BATCH-DATE (CR-IDX) TO WS-RO-BATCH-DATE
           MOVE WS-CR-CURRENCY-CODE (CR-IDX) TO WS-RO-TRAN-CURRENCY-CODE
           MOVE WS-CR-COMPANY-CODE (CR-IDX) TO WS-RO-TRAN-COMPANY-CODE
           MOVE "R" TO WS-RO-STATUS
           MOVE WS-CURRENT-DATE TO WS-RO-RESOLVED-DATE
           MOVE WS-BATCH-ID TO WS-RO-RESOLVED-BATCH
           MOVE WS-CR-BATCH-DATE (CR-IDX) TO RCYLD-BATCH-DATE
           MOVE WS-NEXT-SEQ-NO TO RCYLD-NEW-SEQ
           MOVE WS-CR-IMAGE (CR-IDX) TO RCYLD-TRAN-IMAGE
           MOVE WS-CR-CURRENCY-CODE (CR-IDX) TO RCYLD-TRAN-CURRENCY
           MOVE WS-CR-COMPANY-CODE (CR-IDX) TO RCYLD-TRAN-COMPANY
           PERFORM 2900-WRITE-LISTING-LINE THRU 2900-EXIT.
       3210-EXIT.
           EXIT.
           MOVE WS-CR-IMAGE (CR-IDX) TO WS-RO-TRAN-IMAGE
           MOVE WS-CR-BATCH-ID (CR-IDX) TO WS-RO-BATCH-ID
           MOVE WS-CR-BATCH-DATE (CR-IDX) TO WS-RO-BATCH-DATE
           MOVE WS-CR-CURRENCY-CODE (CR-IDX) TO WS-RO-TRAN-CURRENCY-CODE
           MOVE WS-CR-COMPANY-CODE (CR-IDX) TO WS-RO-TRAN-COMPANY-CODE
           MOVE "C" TO WS-RO-STATUS
           MOVE ZERO TO WS-RO-RESOLVED-DATE
           MOVE SPACES TO WS-RO-RESOLVED-BATCH
