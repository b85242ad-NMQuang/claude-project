      *****************************************************************
      * LOAN INSTALMENT INDEX LAYOUT - WRITTEN BY LOANDUE, READ BY    *
      * BATCHJOB (INTEREST/PRINCIPAL SPLIT OF THE GL JOURNAL) AND     *
      * LOANARR (REJECTED INSTALMENTS BACK TO THEIR LOAN)             *
      * One record per emitted instalment, keyed by the TRAN-ID the   *
      * debit carries through the warehouse, TRANMRG and posting, so  *
      * a posted or rejected item leads straight back to its loan,    *
      * instalment and interest/principal split.                      *
      *****************************************************************
       01  LOAN-INSTALMENT-RECORD.
           05 LI-TRAN-ID           PIC 9(15).
           05 LI-CUST-ID           PIC 9(10).
           05 LI-ACCT-NO           PIC 9(4).
           05 LI-INSTAL-NO         PIC 9(3).
           05 LI-BUSINESS-DUE-DATE PIC X(10).
           05 LI-PAYMENT-AMOUNT    PIC 9(10)V99.
           05 LI-INTEREST-AMOUNT   PIC 9(10)V99.
           05 LI-PRINCIPAL-AMOUNT  PIC 9(10)V99.
           05 LI-CURRENCY-CODE     PIC X(3).
