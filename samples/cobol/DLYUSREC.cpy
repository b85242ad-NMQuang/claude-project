      *****************************************************************
      * DAILY DEBIT USAGE LAYOUT - SHARED BY BATCHJOB AND SUSPPROC    *
      * (ACCUMULATE IT AT POSTING) AND DLYLMRPT (REPORTS IT)          *
      * One record per business date and customer on DLYDEBIT,        *
      * carrying the debits and transfers out posted that date in     *
      * the account currency across every intraday cycle and the      *
      * suspense rerun, so the daily limit is tested against what     *
      * has already gone. A debit refused for the limit is counted    *
      * with its amount and the limit then in force, and DLYLMRPT     *
      * lists every customer with a refusal on the date.              *
      *****************************************************************
       01  DAILY-USAGE-RECORD.
           05 DU-KEY.
              10 DU-BUSINESS-DATE  PIC X(10).
              10 DU-CUST-ID        PIC 9(10).
           05 DU-DEBIT-TOTAL       PIC S9(12)V99.
           05 DU-CURRENCY-CODE     PIC X(3).
           05 DU-LIMIT             PIC 9(10)V99.
           05 DU-BREACH-COUNT      PIC 9(5).
           05 DU-BREACH-AMOUNT     PIC 9(12)V99.
