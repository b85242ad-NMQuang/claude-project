      *****************************************************************
      * INSTALMENT LOAN MASTER LAYOUT - SHARED BY LOANBOOK (BOOKS     *
      * AND MAINTAINS IT), LOANDUE (MONTHLY INSTALMENT RUN), LOANARR  *
      * (NIGHTLY SETTLEMENT AND ARREARS) AND LOANRPT (PORTFOLIO)      *
      * One record per loan account, keyed customer + account number  *
      * in the same number space as the customer's ACCTFILE deposit   *
      * accounts. The contract terms - principal, annual rate, term   *
      * in months and start date - are fixed at booking, when the     *
      * amortization schedule is written to LOANSCHD. The next        *
      * instalment number is LOANDUE's pointer into the schedule; the *
      * paid, outstanding and arrears figures are recomputed from the *
      * schedule by LOANARR every night.                              *
      *****************************************************************
       01  LOAN-RECORD.
           05 LN-KEY.
              10 LN-CUST-ID        PIC 9(10).
              10 LN-ACCT-NO        PIC 9(4).
           05 LN-PRINCIPAL         PIC 9(10)V99.
           05 LN-ANNUAL-RATE       PIC 9(2)V9(4).
           05 LN-TERM-MONTHS       PIC 9(3).
           05 LN-START-DATE        PIC X(10).
           05 LN-MATURITY-DATE     PIC X(10).
           05 LN-CURRENCY-CODE     PIC X(3).
           05 LN-INSTALMENT-AMOUNT PIC 9(10)V99.
           05 LN-STATUS            PIC X(1).
              88 LN-ACTIVE         VALUE 'A'.
              88 LN-PAID-OFF       VALUE 'P'.
              88 LN-CANCELLED      VALUE 'C'.
           05 LN-BOOKED-DATE       PIC X(10).
           05 LN-NEXT-INSTAL-NO    PIC 9(3).
           05 LN-INSTALMENTS-PAID  PIC 9(3).
           05 LN-OUTSTANDING-PRINCIPAL PIC 9(10)V99.
           05 LN-LAST-PAYMENT-DATE PIC X(10).
           05 LN-ARREARS-FLAG      PIC X(1).
              88 LN-IN-ARREARS     VALUE 'Y'.
           05 LN-ARREARS-COUNT     PIC 9(3).
           05 LN-ARREARS-AMOUNT    PIC 9(10)V99.
           05 LN-OLDEST-UNPAID-DATE PIC X(10).
           05 LN-DAYS-PAST-DUE     PIC 9(5).
