      *****************************************************************
      * RECURRING ORDER INDEX LAYOUT - SHARED BY RORDGEN (WRITES ONE  *
      * ENTRY PER ORDER GENERATED), RORDREJ (MATCHES ORDPROC REJECTS  *
      * BACK TO THE SCHEDULE) AND CRHMNT (DECLINED CREDIT HOLDS)      *
      * Keyed by the generated order ID on RORDIDX. Generated order   *
      * IDs ride the nine-digit 990,000,001 - 998,999,999 range,      *
      * below the backorder release range STKRECPT uses.              *
      * RX-STATUS: G generated, R rejected by ORDPROC or declined     *
      * off the credit-hold queue by CRHMNT.                          *
      *****************************************************************
       01  RECURRING-INDEX-RECORD.
           05 RX-ORDER-ID          PIC 9(10).
           05 RX-RO-ID             PIC 9(10).
           05 RX-CUST-ID           PIC 9(10).
           05 RX-RUN-DATE          PIC X(10).
           05 RX-DUE-DATE          PIC X(10).
           05 RX-LINE-COUNT        PIC 9(2).
           05 RX-ORDER-VALUE       PIC 9(10)V99.
           05 RX-STATUS            PIC X(1).
              88 RX-GENERATED      VALUE 'G'.
              88 RX-REJECTED       VALUE 'R'.
           05 RX-REJECT-REASON     PIC X(50).
