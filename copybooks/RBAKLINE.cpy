      *>****************************************************************
      *>  RBAKLINE.CPY
      *>
      *>  CALCRBAK WHOLE-DAY ROLLBACK REPORT LAYOUTS.  WORKING-
      *>  STORAGE RECORDS BUILT UP FOR EACH LINE AND WRITTEN WITH
      *>  WRITE ... FROM, THE SAME WAY DAYLINE.CPY WORKS FOR
      *>  CALCDAYE.  ONE LINE PRINTS PER FILE THE ROLLBACK PUTS
      *>  BACK: FOR AN APPEND-ONLY FILE THE RECORDS KEPT UP TO ITS
      *>  SNAPPED END POSITION AND THE RECORDS DISCARDED AFTER IT;
      *>  FOR A MASTER THE RECORDS IN THE SNAPSHOT AND THE RECORDS
      *>  REWRITTEN, RE-ADDED OR DELETED TO MATCH IT.  THE VERDICT
      *>  PRINTS AT THE BOTTOM, WITH THE REASON WHEN THE ROLLBACK
      *>  WAS REFUSED.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE WHOLE-DAY ROLLBACK.
      *>****************************************************************
       01  RBAK-HEADING-1.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(24) VALUE "CALC WHOLE-DAY ROLLBACK".
           05  FILLER PIC X(06) VALUE "BATCH:".
           05  RBAK1-BATCH-ID PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(08) VALUE "SNAPPED:".
           05  RBAK1-SNAP-DATE PIC 9(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  RBAK1-SNAP-TIME PIC 9(06).
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(09) VALUE "RUN DATE:".
           05  RBAK1-RUN-DATE PIC 9(08).

       01  RBAK-COLUMN-HEADINGS.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(10) VALUE "FILE".
           05  FILLER PIC X(10) VALUE "  SNAPPED".
           05  FILLER PIC X(10) VALUE "  CHANGED".
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "REMARK".

       01  RBAK-DETAIL-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  RBAKD-FILE-NAME PIC X(08).
           05  FILLER PIC X(02) VALUE SPACES.
           05  RBAKD-SNAPPED PIC ZZZZZZZ9.
           05  FILLER PIC X(02) VALUE SPACES.
           05  RBAKD-CHANGED PIC ZZZZZZZ9.
           05  FILLER PIC X(04) VALUE SPACES.
           05  RBAKD-REMARK PIC X(50).

       01  RBAK-VERDICT-LINE.
           05  FILLER PIC X(01) VALUE SPACE.
           05  FILLER PIC X(09) VALUE "VERDICT".
           05  RBAKV-VERDICT PIC X(70).
