      *>
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL VERSION.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 56 BYTES WITH ITS CURRENCY
      *>                  CODE (TRANREC.CPY), CARRIED THROUGH THE
      *>                  MERGE AS KEYED.
      *>  OCT 15/26  AJ   THE DETAIL IS NOW 60 BYTES WITH ITS COMPANY
      *>                  CODE (TRANREC.CPY), CARRIED THROUGH THE
      *>                  MERGE AS KEYED.
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMRGE.
       DATA DIVISION.
       FILE SECTION.
       FD  ONLINE-FILE.
       01  ONLINE-RECORD PIC X(60).

       FD  RAW-FILE.
           COPY TRANREC.

       FD  MERGED-FILE.
       01  MERGED-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
      *>   THE ONLINE RECORD RESHAPED INTO THE TRANREC.CPY VIEWS --
           05  WS-ONL-I1             PIC S9(7)V99.
           05  WS-ONL-OPERATION      PIC X(10).
           05  WS-ONL-I2             PIC S9(7)V99.
           05  WS-ONL-CURRENCY-CODE  PIC X(03).
           05  WS-ONL-COMPANY-CODE   PIC X(04).

       01  WS-ONL-HEADER REDEFINES WS-ONL-RECORD.
           05  WS-ONH-REC-TYPE       PIC X(06).
               88  WS-ONL-IS-HEADER  VALUE "BATHDR".
           05  WS-ONH-BATCH-ID       PIC X(08).
           05  WS-ONH-BATCH-DATE     PIC 9(08).
           05  FILLER                PIC X(38).

       01  WS-ONL-TRAILER REDEFINES WS-ONL-RECORD.
           05  WS-ONT-REC-TYPE       PIC X(06).
           05  WS-ONT-BATCH-ID       PIC X(08).
           05  WS-ONT-DETAIL-COUNT   PIC 9(06).
           05  WS-ONT-HASH-TOTAL     PIC S9(13)V99.
           05  FILLER                PIC X(25).

       01  WS-DETAIL-RECORD.
           05  WS-DT-SEQ-NO          PIC 9(06).
           05  WS-DT-I1              PIC S9(7)V99.
           05  WS-DT-OPERATION       PIC X(10).
           05  WS-DT-I2              PIC S9(7)V99.
           05  WS-DT-CURRENCY-CODE   PIC X(03).
           05  WS-DT-COMPANY-CODE    PIC X(04).

       01  WS-MERGED-TRAILER.
           05  WS-MT-REC-TYPE        PIC X(06) VALUE "BATTRL".
           05  WS-ONLINE-MAX         PIC 9(04) COMP VALUE 2000.
           05  WS-ON-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ON-IDX.
               10  WS-ON-IMAGE       PIC X(60).

       01  WS-ONL-BATCH-ID PIC X(08) VALUE SPACES.
       01  WS-ONL-BATCH-DATE PIC 9(08) VALUE ZERO.
