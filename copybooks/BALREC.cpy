      *>****************************************************************
      *>  BALREC.CPY
      *>
      *>  ACCOUNT BALANCE MASTER RECORD, KEYED BY THE SAME TEN-
      *>  CHARACTER ACCOUNT REFERENCE AS ACCTMAST.  CALCSTMT CAN ONLY
      *>  RECOMPUTE A RUNNING BALANCE FROM THE RAW EXTRACT FOR A DATE
      *>  RANGE -- NOTHING HELD A REAL OPENING AND CLOSING BALANCE
      *>  PER ACCOUNT OR PROVED THE LEDGER BALANCES.  GLPOST MATCHACK
      *>  IS THE ONLY WRITER: A JOURNAL LINE MOVES THE BALANCE ONLY
      *>  WHEN THE LEDGER'S ACKNOWLEDGMENT ACCEPTED IT, SO A LINE
      *>  REJECTED TO GLHOLD NEVER DOES.  CALCTBAL READS IT FOR THE
      *>  MONTH-END TRIAL BALANCE.
      *>
      *>  BAL-PERIOD-ID IS THE PERIOD (YYYYMM) THE PERIOD-TO-DATE
      *>  FIGURES BELONG TO AND BAL-OPEN-BALANCE THE BALANCE AS THAT
      *>  PERIOD OPENED.  THE FIRST ACCEPTED LINE OF A LATER PERIOD
      *>  ROLLS THE RECORD: THE PERIOD JUST ENDED MOVES TO THE PRIOR
      *>  FIELDS (SO THE TRIAL BALANCE FOR IT CAN STILL PRINT AFTER
      *>  THE NEW MONTH HAS STARTED POSTING), ITS NET IS ADDED INTO
      *>  THE OPENING BALANCE, THE PERIOD-TO-DATE FIGURES START AGAIN
      *>  AT ZERO, AND THE YEAR-TO-DATE FIGURES DO TOO WHEN THE YEAR
      *>  CHANGES.  EACH JOURNAL LINE CARRIES THE PERIOD OF ITS
      *>  POSTINGS (JRN-PERIOD-ID); A LINE FOR THE PRIOR PERIOD
      *>  MOVES BAL-PRIOR-NET AND THE OPENING BALANCE, A LINE FOR A
      *>  MONTH BETWEEN THE PRIOR AND THE CURRENT BECOMES THE PRIOR
      *>  PERIOD, AND A LINE FOR ANY MONTH BEFORE THE PRIOR ONE IS
      *>  REPORTED BY GLPOST, NOT POSTED.
      *>  DEBITS ARE THE POSITIVE JOURNAL AMOUNTS AND CREDITS THE
      *>  NEGATIVE ONES, BOTH HELD AS POSITIVE TOTALS; NET IS DEBIT
      *>  LESS CREDIT.  BAL-LAST-JOURNAL-DATE AND TIME ARE THE
      *>  JRNHDR STAMP OF THE LAST JOURNAL APPLIED, SO A MATCH-BACK
      *>  RERUN CANNOT APPLY THE SAME JOURNAL TWICE.
      *>
      *>  MODIFICATION HISTORY
      *>  OCT 15/26  AJ   ORIGINAL LAYOUT FOR THE ACCOUNT BALANCE
      *>                  MASTER.
      *>  OCT 15/26  AJ   NO LAYOUT CHANGE.  LINES NOW POST TO THEIR
      *>                  OWN PERIOD, INCLUDING THE PRIOR ONE HELD.
      *>****************************************************************
       01  BAL-RECORD.
           05  BAL-ACCOUNT-REF       PIC X(10).
           05  BAL-PERIOD-ID         PIC 9(06).
           05  BAL-OPEN-BALANCE      PIC S9(13)V99.
           05  BAL-PTD-DEBIT         PIC S9(13)V99.
           05  BAL-PTD-CREDIT        PIC S9(13)V99.
           05  BAL-PTD-NET           PIC S9(13)V99.
           05  BAL-YTD-DEBIT         PIC S9(13)V99.
           05  BAL-YTD-CREDIT        PIC S9(13)V99.
           05  BAL-YTD-NET           PIC S9(13)V99.
           05  BAL-PRIOR-PERIOD-ID   PIC 9(06).
           05  BAL-PRIOR-OPEN-BALANCE PIC S9(13)V99.
           05  BAL-PRIOR-NET         PIC S9(13)V99.
           05  BAL-LAST-JOURNAL-DATE PIC 9(08).
           05  BAL-LAST-JOURNAL-TIME PIC 9(06).
