      *****************************************************************
      * DECLINED-DISPUTE NOTICE QUEUE LAYOUT - WRITTEN BY DISPMNT     *
      * WHEN A DISPUTE IS DECLINED, READ AND CLEARED BY CUSTLTR WHEN  *
      * THE CUSTOMER'S NOTICE GOES OUT                                *
      * Keyed customer + disputed TRAN-ID so the letter run, which    *
      * works in customer order, finds a customer's declines in one   *
      * keyed read. The re-debit amount is zero when no provisional   *
      * credit had been given.                                        *
      *****************************************************************
       01  DISPUTE-NOTICE-RECORD.
           05 DN-KEY.
              10 DN-CUST-ID        PIC 9(10).
              10 DN-TRAN-ID        PIC 9(15).
           05 DN-POSTING-DATE      PIC X(10).
           05 DN-AMOUNT            PIC 9(10)V99.
           05 DN-REDEBIT-AMOUNT    PIC 9(10)V99.
           05 DN-CURRENCY-CODE     PIC X(3).
           05 DN-DECLINED-DATE     PIC X(10).
