      *****************************************************************
      * SAVED QUOTATION RECORD LAYOUT - SHARED BY VALIDATE (WRITES    *
      * THE QUOTE), ORDPROC (CONVERTS IT TO AN ORDER) AND QTERPT      *
      * (WEEKLY CONVERSION REPORT)                                    *
      * One record per numbered quotation on QUOTEFIL: the customer,  *
      * the lines with the unit prices PRCLOOK gave on the pricing    *
      * date, and the discount, tax and shipping PRICING worked out   *
      * on that total. ORDPROC books an unexpired open quote at these *
      * prices and marks it converted with the order number.          *
      * QTE-STATUS: O open, C converted. An open quote past its       *
      * expiry date is expired; nothing rewrites it.                  *
      *****************************************************************
       01  QUOTE-RECORD.
           05 QTE-QUOTE-NO         PIC 9(10).
           05 QTE-CUSTOMER-ID      PIC 9(10).
           05 QTE-QUOTE-DATE       PIC X(10).
           05 QTE-PRICE-DATE       PIC X(10).
           05 QTE-EXPIRY-DATE      PIC X(10).
           05 QTE-STATUS           PIC X(1).
              88 QTE-STATUS-OPEN      VALUE 'O'.
              88 QTE-STATUS-CONVERTED VALUE 'C'.
           05 QTE-REGION           PIC X(20).
           05 QTE-SALESPERSON      PIC X(50).
           05 QTE-EMP-ID           PIC X(5).
           05 QTE-CUST-TYPE        PIC X(1).
           05 QTE-CONTRACT-FLAG    PIC X(1).
           05 QTE-SUBTOTAL         PIC 9(10)V99.
           05 QTE-DISCOUNT-PCT     PIC 9V99.
           05 QTE-DISCOUNT-AMOUNT  PIC 9(10)V99.
           05 QTE-TAX-RATE         PIC 9V9999.
           05 QTE-TAX-AMOUNT       PIC 9(10)V99.
           05 QTE-SHIPPING-COST    PIC 9(8)V99.
           05 QTE-FINAL-TOTAL      PIC S9(10)V99.
           05 QTE-ORDER-ID         PIC 9(10).
           05 QTE-CONVERTED-DATE   PIC X(10).
           05 QTE-LINE-COUNT       PIC 9(2).
           05 QTE-LINE OCCURS 20 TIMES.
              10 QTE-PROD-CODE     PIC X(10).
              10 QTE-QUANTITY      PIC 9(6).
              10 QTE-UNIT-PRICE    PIC 9(8)V99.
              10 QTE-PRICE-SOURCE  PIC X(1).
