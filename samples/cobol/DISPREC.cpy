      *****************************************************************
      * TRANSACTION DISPUTE CASE LAYOUT - SHARED BY DISPMNT (OPENS,   *
      * CREDITS AND RESOLVES DISPUTES), DISPAGE (AGES THE OPEN ONES   *
      * AGAINST THE RESOLUTION DEADLINE), TRNREV (FINALISES AN UPHOLD *
      * WHEN ITS REVERSAL IS APPROVED) AND PENDEXP (REOPENS ONE WHOSE *
      * REVERSAL EXPIRED UNAPPROVED)                                  *
      * One record per disputed posting, keyed by its TRAN-ID; the    *
      * customer and posting date complete the TRANHIST key. The      *
      * deadline is fixed when the dispute is opened. A provisional   *
      * credit and a decline's re-debit are AD items on the ORDTRANF  *
      * extract that carry the disputed TRAN-ID under their own date; *
      * an upheld dispute's reversal goes through TRNREV's dual       *
      * control as the pending action recorded here. The dispute      *
      * stays uphold-pending (still aged against the deadline) until  *
      * that action is approved; a decline or expiry reopens it.      *
      *****************************************************************
       01  DISPUTE-RECORD.
           05 DSP-TRAN-ID          PIC 9(15).
           05 DSP-CUST-ID          PIC 9(10).
           05 DSP-POSTING-DATE     PIC X(10).
           05 DSP-AMOUNT           PIC 9(10)V99.
           05 DSP-CURRENCY-CODE    PIC X(3).
           05 DSP-REASON-CODE      PIC X(4).
              88 DSP-REASON-VALID  VALUE 'UNAU' 'NREC' 'DUPL'
                                         'AMNT' 'OTHR'.
           05 DSP-REASON-TEXT      PIC X(60).
           05 DSP-OPENED-DATE      PIC X(10).
           05 DSP-OPENED-BY        PIC X(8).
           05 DSP-DEADLINE-DATE    PIC X(10).
           05 DSP-STATUS           PIC X(1).
              88 DSP-OPEN          VALUE 'O'.
              88 DSP-UPHOLD-PENDING VALUE 'P'.
              88 DSP-UPHELD        VALUE 'U'.
              88 DSP-DECLINED      VALUE 'D'.
           05 DSP-CREDIT-FLAG      PIC X(1).
              88 DSP-CREDITED      VALUE 'Y'.
           05 DSP-CREDIT-DATE      PIC X(10).
           05 DSP-CREDIT-BY        PIC X(8).
           05 DSP-RESOLVED-DATE    PIC X(10).
           05 DSP-RESOLVED-BY      PIC X(8).
           05 DSP-REVERSAL-ACTION  PIC 9(8).
           05 DSP-RESOLUTION-TEXT  PIC X(60).
