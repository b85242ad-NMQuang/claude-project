      *****************************************************************
      * ORDER SHIPMENT RECORD LAYOUT - SHARED BY ORDFULF (BOOKS THE   *
      * SHIPMENT), INVPRINT (INVOICES IT) AND ORDRETRN (CREDITS A     *
      * RETURN TO THE INVOICE THAT SHIPPED EACH LINE)                 *
      * One record per shipment on SHIPFIL, keyed by order and        *
      * shipment sequence: the quantity of each SALESDAT line that    *
      * left the warehouse together, valued at the captured unit      *
      * price, with the order's discount, tax and shipping shared     *
      * out in proportion to the shipped subtotal. The shipment that  *
      * completes an order takes whatever those shares left over, so  *
      * a fully shipped order invoices to its captured totals.        *
      * SHP-INVOICE-NO stays zero until INVPRINT invoices the         *
      * shipment under its own number. A shipment of more than 50     *
      * lines is booked as consecutive records.                       *
      *****************************************************************
       01  SHIPMENT-RECORD.
           05 SHP-KEY.
              10 SHP-ORDER-ID      PIC 9(10).
              10 SHP-SHIP-SEQ      PIC 9(3).
           05 SHP-CUSTOMER-ID      PIC 9(10).
           05 SHP-SHIP-DATE        PIC X(10).
           05 SHP-SUBTOTAL         PIC 9(10)V99.
           05 SHP-DISCOUNT-AMOUNT  PIC 9(10)V99.
           05 SHP-TAX-AMOUNT       PIC 9(10)V99.
           05 SHP-SHIPPING-COST    PIC 9(8)V99.
           05 SHP-FINAL-TOTAL      PIC S9(10)V99.
           05 SHP-INVOICE-NO       PIC 9(8).
           05 SHP-COMPLETES-ORDER  PIC X(1).
           05 SHP-LINE-COUNT       PIC 9(2).
           05 SHP-LINE OCCURS 50 TIMES.
              10 SHP-SALE-ID       PIC 9(12).
              10 SHP-PROD-CODE     PIC X(10).
              10 SHP-QUANTITY      PIC 9(6).
              10 SHP-UNIT-PRICE    PIC 9(8)V99.
              10 SHP-LINE-TOTAL    PIC 9(10)V99.
