      *****************************************************************
      * LOAN AMORTIZATION SCHEDULE LAYOUT - SHARED BY LOANBOOK        *
      * (WRITES THE SCHEDULE AT BOOKING), LOANDUE (EMITS EACH         *
      * INSTALMENT AS IT FALLS DUE) AND LOANARR (SETTLES AND MARKS    *
      * ARREARS)                                                      *
      * One record per instalment, keyed loan + instalment number, so *
      * a loan's schedule reads as one run in instalment order. The   *
      * contractual due date keeps the start date's day of month; the *
      * business due date is that date rolled forward over BUSCAL     *
      * non-processing days when LOANDUE emits the instalment, and is *
      * the TRAN-DATE the debit posts under. Interest is the monthly  *
      * rate on the balance before the instalment; the last           *
      * instalment clears whatever principal remains.                 *
      *****************************************************************
       01  LOAN-SCHEDULE-RECORD.
           05 LS-KEY.
              10 LS-CUST-ID        PIC 9(10).
              10 LS-ACCT-NO        PIC 9(4).
              10 LS-INSTAL-NO      PIC 9(3).
           05 LS-DUE-DATE          PIC X(10).
           05 LS-PAYMENT-AMOUNT    PIC 9(10)V99.
           05 LS-INTEREST-AMOUNT   PIC 9(10)V99.
           05 LS-PRINCIPAL-AMOUNT  PIC 9(10)V99.
           05 LS-CLOSING-BALANCE   PIC 9(10)V99.
           05 LS-STATUS            PIC X(1).
              88 LS-SCHEDULED      VALUE 'S'.
              88 LS-DUE            VALUE 'D'.
              88 LS-IN-ARREARS     VALUE 'A'.
              88 LS-PAID           VALUE 'P'.
           05 LS-BUSINESS-DUE-DATE PIC X(10).
           05 LS-TRAN-ID           PIC 9(15).
           05 LS-PAID-DATE         PIC X(10).
           05 LS-REJECT-REASON     PIC X(40).
