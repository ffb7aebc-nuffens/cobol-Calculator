      *>****************************************************************
      *>  RTFREC.CPY
      *>
      *>  TREASURY RATE FILE RECORD, ONE PER CURRENCY PER DATE, AS
      *>  CALCRATE READS IT INTO THE EXCHANGE-RATE MASTER (SEE
      *>  RATEREC.CPY FOR WHAT THE RATE MEANS).  THE FILE ARRIVES
      *>  EACH MORNING FOR THE DAY'S DATE; A RESENT FILE, OR ONE
      *>  CARRYING A LATE CORRECTION FOR AN EARLIER DATE, IS SAFE TO
      *>  LOAD AGAIN.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE RATE FILE.
      *>****************************************************************
       01  RTF-RECORD.
           05  RTF-CURRENCY-CODE     PIC X(03).
           05  FILLER                PIC X(02).
           05  RTF-RATE-DATE         PIC 9(08).
           05  RTF-RATE-DATE-X REDEFINES RTF-RATE-DATE PIC X(08).
           05  FILLER                PIC X(02).
           05  RTF-RATE-TO-BASE      PIC 9(04)V9(06).
           05  RTF-RATE-TO-BASE-X REDEFINES RTF-RATE-TO-BASE
                                     PIC X(10).
