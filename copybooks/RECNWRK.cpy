      *>
      *>      A   ONE PER AUDIT SEQUENCE NUMBER, WITH HOW MANY
      *>          AUDIT RECORDS SHARE IT AND WHETHER A RESULT
      *>          CLAIMED IT (FOR AN ALLOCATE, WRK-AMOUNT-2 COUNTS
      *>          THE LINES THAT HAVE CLAIMED ONE SO FAR)
      *>      I   ONE PER PAIR OF COMPANIES (PAYING, OWNING) WITH
      *>          INTERCOMPANY ENTRIES ON THE DAY'S GL EXTRACT,
      *>          TOTALLING THE DUE-FROM SIDE IN WRK-AMOUNT AND THE
      *>          DUE-TO SIDE IN WRK-AMOUNT-2, WHICH MUST NET TO
      *>          ZERO
      *>      G   ONE PER GL EXTRACT RECORD (SEQUENCE PLUS A LOAD
      *>          LINE NUMBER, SINCE A REVERSED SEQUENCE CARRIES
      *>          TWO GL RECORDS), WITH ITS ACCOUNT AND AMOUNT
      *>      S   ONE PER SUSPACCT/HELDAPPR RESULT (SEQUENCE PLUS
      *>          A LINE NUMBER, SINCE AN ALLOCATE CAN HOLD SEVERAL
      *>          LINES), FOR SPOTTING SAME-DAY CALCSUSP AND
      *>          CALCAPPR RELEASES
      *>      T   ONE PER ACCOUNT, CARRYING THE RESULTS-SIDE AND
      *>          GL-SIDE AMOUNT TOTALS TO PROVE AGAINST EACH OTHER
      *>      V   ONE PER REVERSED AUDIT SEQUENCE NUMBER
      *>  MODIFICATION HISTORY
      *>  SEP 03/26  AJ   ORIGINAL LAYOUT FOR THE KEYED
      *>                  RECONCILIATION WORK FILE.
      *>  OCT 15/26  AJ   S RECORDS NOW CARRY A LINE NUMBER AND THE A
      *>                  RECORD COUNTS ALLOCATE LINES IN WRK-AMOUNT-2.
      *>  OCT 15/26  AJ   ADDED THE I RECORDS FOR THE INTERCOMPANY
      *>                  PROOF.  THE KEY IS THE SAME 17 BYTES, SO THE
      *>                  RECNWRK DEFINE IS UNCHANGED.
      *>****************************************************************
       01  WRK-RECORD.
           05  WRK-KEY.
               10  WRK-TYPE          PIC X(01).
                   88  WRK-IS-AUDIT      VALUE "A".
                   88  WRK-IS-GL         VALUE "G".
                   88  WRK-IS-INTERCO    VALUE "I".
                   88  WRK-IS-SUSPENDED  VALUE "S".
                   88  WRK-IS-TOTALS     VALUE "T".
                   88  WRK-IS-REVERSAL   VALUE "V".
               10  WRK-ACCT-KEY REDEFINES WRK-KEY-DATA.
                   15  WRK-ACCOUNT-KEY PIC X(10).
                   15  FILLER        PIC X(06).
               10  WRK-PAIR-KEY REDEFINES WRK-KEY-DATA.
                   15  WRK-PAYING-COMPANY PIC X(04).
                   15  WRK-OWNING-COMPANY PIC X(04).
                   15  FILLER        PIC X(08).
           05  WRK-ACCOUNT-REF       PIC X(10).
           05  WRK-AMOUNT            PIC S9(11)V99.
           05  WRK-AMOUNT-2          PIC S9(11)V99.
