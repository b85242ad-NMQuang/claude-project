      * computed them at capture. The number is kept on the order     *
      * record, so a rerun prints nothing twice, and the walk over    *
      * every invoiced header means nothing is skipped. An invoice    *
      * register totals the day for the branches. Each new number     *
      * also opens an item on the AR open-item ledger (ARITEMS) with  *
      * its due date, so cash application and the AR aging can       *
      * follow the invoice until it is paid or credited.              *
      * Orders shipped through ORDFULF's shipment file are invoiced   *
      * shipment by shipment instead: every SHIPFIL shipment without  *
      * an invoice number gets its own number, document, register     *
      * line and AR item for just what it shipped, whatever the       *
      * order's status. The order carries its latest invoice number,  *
      * and a fully shipped order moves to IN once its last           *
      * shipment is invoiced.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO 'ARITEMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NO
           FILE STATUS IS WS-AR-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHP-KEY
           FILE STATUS IS WS-SHIP-STATUS.

           SELECT INVOICE-PRINT-FILE ASSIGN TO 'INVOICES'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.
           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
       01  INVOICE-CONTROL-RECORD.
           05 IC-LAST-INVOICE-NO   PIC 9(8).

       FD  AR-ITEM-FILE.
           COPY ARREC.

       FD  SHIPMENT-FILE.
           COPY SHIPREC.

       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-LINE      PIC X(100).

       01  WS-CTL-STATUS           PIC XX.
       01  WS-INV-STATUS           PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-AR-STATUS            PIC XX.
       01  WS-SHIP-STATUS          PIC XX.
       01  WS-SHIP-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-SHIP-DONE            PIC X.
       01  WS-SHIP-LINE-SUB        PIC 9(2).
       01  WS-ORDER-INVOICED       PIC X.
       01  WS-ORDER-UNBILLED       PIC X.
       01  WS-ORDER-CHANGED        PIC X.
       01  WS-DOC-INVOICE-NO       PIC 9(8).
       01  WS-DOC-SHIP-SEQ         PIC 9(3).
       01  WS-DOC-FINAL-TOTAL      PIC S9(10)V99.
       01  WS-SHIPMENT-INVOICES    PIC 9(5) VALUE 0.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-LINE-SEQ             PIC 9(3).

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-PAYMENT-TERMS-DAYS   PIC 9(3) VALUE 30.
       01  WS-DUE-SERIAL           PIC 9(7).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-DUE-DATE             PIC X(10).
       01  WS-AR-ITEM-COUNT        PIC 9(5) VALUE 0.

       01  INVOICE-HEADER-1.
           05 FILLER               PIC X(20) VALUE
           05 IH-CUSTOMER-ID       PIC Z(9)9.
           05 FILLER               PIC X(8) VALUE '  Date: '.
           05 IH-DATE              PIC X(10).
           05 FILLER               PIC X(12) VALUE '  Shipment: '.
           05 IH-SHIP-SEQ          PIC ZZ9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  INVOICE-DETAIL-LINE.
           05 ID-DESCRIPTION       PIC X(30).
           05 RG-INVOICE-NO        PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RG-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(1) VALUE '/'.
           05 RG-SHIP-SEQ          PIC 9(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RG-CUSTOMER-ID       PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RG-FINAL-TOTAL       PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(80) VALUE SPACES.

       01  REGISTER-COUNT-LINE.
           05 RC-LABEL             PIC X(40).
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O AR-ITEM-FILE
           IF WS-AR-STATUS NOT = '00'
              OPEN OUTPUT AR-ITEM-FILE
              CLOSE AR-ITEM-FILE
              OPEN I-O AR-ITEM-FILE
           END-IF
           IF WS-AR-STATUS NOT = '00'
              DISPLAY 'Error opening AR open-item file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SHIPMENT-FILE
           IF WS-SHIP-STATUS = '00'
              MOVE 'Y' TO WS-SHIP-FILE-OPEN
           END-IF
           COMPUTE WS-DUE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
              + WS-PAYMENT-TERMS-DAYS
           COMPUTE WS-DUE-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-DUE-SERIAL)
           MOVE WS-DUE-INTEGER(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-' TO WS-DUE-DATE(5:1)
           MOVE WS-DUE-INTEGER(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-' TO WS-DUE-DATE(8:1)
           MOVE WS-DUE-INTEGER(7:2) TO WS-DUE-DATE(9:2)
           PERFORM READ-INVOICE-CONTROL
           MOVE WS-TODAY-FMT TO RH-DATE
           WRITE INVOICE-REGISTER-LINE FROM REGISTER-HEADER-1
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE 'N' TO WS-ORDER-INVOICED
                 IF WS-SHIP-FILE-OPEN = 'Y' AND
                    NOT ORD-STATUS-CANCELLED
                    PERFORM INVOICE-ORDER-SHIPMENTS
                 END-IF
                 IF ORD-STATUS-INVOICED AND
                    WS-ORDER-INVOICED = 'N'
                    IF ORD-INVOICE-NO = 0
                       PERFORM PRINT-ONE-INVOICE
                    ELSE
                 END-IF
           END-READ.

      *    Every shipment of the order still without an invoice
      *    number is invoiced on its own. The order header is
      *    rewritten once, with the latest number and - when the
      *    order has fully shipped and nothing is left unbilled -
      *    the move to IN.
       INVOICE-ORDER-SHIPMENTS.
           MOVE 'N' TO WS-ORDER-UNBILLED
           MOVE 'N' TO WS-ORDER-CHANGED
           MOVE ORD-ORDER-ID TO SHP-ORDER-ID
           MOVE 0 TO SHP-SHIP-SEQ
           MOVE 'N' TO WS-SHIP-DONE
           START SHIPMENT-FILE KEY IS NOT LESS THAN SHP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SHIP-DONE
           END-START
           PERFORM INVOICE-NEXT-SHIPMENT UNTIL WS-SHIP-DONE = 'Y'
           IF WS-ORDER-INVOICED = 'Y' AND ORD-STATUS-SHIPPED AND
              WS-ORDER-UNBILLED = 'N'
              MOVE 'IN' TO ORD-STATUS
              MOVE 'Y' TO WS-ORDER-CHANGED
           END-IF
           IF WS-ORDER-CHANGED = 'Y'
              REWRITE ORDER-RECORD
              IF WS-ORDER-STATUS NOT = '00'
                 DISPLAY 'Error stamping invoice number on order '
                    ORD-ORDER-ID
              END-IF
           END-IF.

       INVOICE-NEXT-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SHIP-DONE
              NOT AT END
                 IF SHP-ORDER-ID NOT = ORD-ORDER-ID
                    MOVE 'Y' TO WS-SHIP-DONE
                 ELSE
                    MOVE 'Y' TO WS-ORDER-INVOICED
                    IF SHP-INVOICE-NO = 0
                       PERFORM PRINT-SHIPMENT-INVOICE
                    END-IF
                 END-IF
           END-READ.

       PRINT-SHIPMENT-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO SHP-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO WS-DOC-INVOICE-NO
           MOVE SHP-SHIP-SEQ TO WS-DOC-SHIP-SEQ
           PERFORM PRINT-INVOICE-HEADING
           MOVE 1 TO WS-SHIP-LINE-SUB
           PERFORM PRINT-SHIPMENT-LINE
              UNTIL WS-SHIP-LINE-SUB > SHP-LINE-COUNT
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE
           MOVE 'Subtotal:       ' TO IA-LABEL
           MOVE SHP-SUBTOTAL TO IA-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           MOVE 'Discount:       ' TO IA-LABEL
           COMPUTE IA-AMOUNT = SHP-DISCOUNT-AMOUNT * -1
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           MOVE 'Tax:            ' TO IA-LABEL
           MOVE SHP-TAX-AMOUNT TO IA-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           MOVE 'Shipping:       ' TO IA-LABEL
           MOVE SHP-SHIPPING-COST TO IA-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           MOVE 'Invoice Total:  ' TO IA-LABEL
           MOVE SHP-FINAL-TOTAL TO IA-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           REWRITE SHIPMENT-RECORD
           IF WS-SHIP-STATUS = '00'
              MOVE WS-LAST-INVOICE-NO TO ORD-INVOICE-NO
              MOVE 'Y' TO WS-ORDER-CHANGED
              ADD 1 TO WS-SHIPMENT-INVOICES
              MOVE SHP-FINAL-TOTAL TO WS-DOC-FINAL-TOTAL
              PERFORM REGISTER-AND-OPEN-ITEM
           ELSE
              DISPLAY 'Error stamping invoice number on shipment '
                 SHP-ORDER-ID '/' SHP-SHIP-SEQ
              SUBTRACT 1 FROM WS-LAST-INVOICE-NO
              MOVE 'Y' TO WS-ORDER-UNBILLED
           END-IF.

       PRINT-SHIPMENT-LINE.
           MOVE SHP-PROD-CODE(WS-SHIP-LINE-SUB) TO SALE-PRODUCT
           PERFORM LOOKUP-PRODUCT-DESCRIPTION
           MOVE WS-PROD-DESC TO ID-DESCRIPTION
           MOVE SHP-QUANTITY(WS-SHIP-LINE-SUB) TO ID-QUANTITY
           MOVE SHP-UNIT-PRICE(WS-SHIP-LINE-SUB) TO ID-UNIT-PRICE
           MOVE SHP-LINE-TOTAL(WS-SHIP-LINE-SUB) TO ID-LINE-TOTAL
           WRITE INVOICE-PRINT-LINE FROM INVOICE-DETAIL-LINE
           ADD 1 TO WS-SHIP-LINE-SUB.

       PRINT-INVOICE-HEADING.
           MOVE WS-DOC-INVOICE-NO TO IH-INVOICE-NO
           WRITE INVOICE-PRINT-LINE FROM INVOICE-HEADER-1
              AFTER ADVANCING PAGE
           MOVE ORD-ORDER-ID TO IH-ORDER-ID
           MOVE ORD-CUSTOMER-ID TO IH-CUSTOMER-ID
           MOVE WS-TODAY-FMT TO IH-DATE
           MOVE WS-DOC-SHIP-SEQ TO IH-SHIP-SEQ
           WRITE INVOICE-PRINT-LINE FROM INVOICE-HEADER-2
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE.

      *    Orders invoiced whole - shipped before the shipment file
      *    or flipped to IN by hand - print from their sales lines.
       PRINT-ONE-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO ORD-INVOICE-NO
           MOVE WS-LAST-INVOICE-NO TO WS-DOC-INVOICE-NO
           MOVE 0 TO WS-DOC-SHIP-SEQ
           PERFORM PRINT-INVOICE-HEADING
           MOVE 1 TO WS-LINE-SEQ
           MOVE 'N' TO WS-LINE-DONE
           PERFORM PRINT-NEXT-INVOICE-LINE
           WRITE INVOICE-PRINT-LINE FROM INVOICE-AMOUNT-LINE
           REWRITE ORDER-RECORD
           IF WS-ORDER-STATUS = '00'
              MOVE ORD-FINAL-TOTAL TO WS-DOC-FINAL-TOTAL
              PERFORM REGISTER-AND-OPEN-ITEM
           ELSE
              DISPLAY 'Error stamping invoice number on order '
                 ORD-ORDER-ID
              SUBTRACT 1 FROM WS-LAST-INVOICE-NO
           END-IF.

       REGISTER-AND-OPEN-ITEM.
           ADD 1 TO WS-INVOICED-COUNT
           ADD WS-DOC-FINAL-TOTAL TO WS-REGISTER-TOTAL
           MOVE WS-DOC-INVOICE-NO TO RG-INVOICE-NO
           MOVE ORD-ORDER-ID TO RG-ORDER-ID
           MOVE WS-DOC-SHIP-SEQ TO RG-SHIP-SEQ
           MOVE ORD-CUSTOMER-ID TO RG-CUSTOMER-ID
           MOVE WS-DOC-FINAL-TOTAL TO RG-FINAL-TOTAL
           WRITE INVOICE-REGISTER-LINE
              FROM REGISTER-DETAIL-LINE
           PERFORM OPEN-AR-ITEM.

      *    The open item carries the invoice total as printed; the
      *    due date is the run date plus the standard payment terms.
       OPEN-AR-ITEM.
           MOVE WS-DOC-INVOICE-NO TO AR-INVOICE-NO
           MOVE ORD-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE ORD-ORDER-ID TO AR-ORDER-ID
           MOVE WS-TODAY-FMT TO AR-INVOICE-DATE
           MOVE WS-DUE-DATE TO AR-DUE-DATE
           MOVE WS-DOC-FINAL-TOTAL TO AR-INVOICE-AMOUNT
           MOVE 0 TO AR-AMOUNT-PAID
           MOVE 0 TO AR-CREDIT-AMOUNT
           MOVE 'OP' TO AR-STATUS
           MOVE WS-TODAY-FMT TO AR-LAST-ACTIVITY-DATE
           WRITE AR-ITEM-RECORD
              INVALID KEY
                 DISPLAY 'AR item already on file for invoice '
                    AR-INVOICE-NO
              NOT INVALID KEY
                 ADD 1 TO WS-AR-ITEM-COUNT
           END-WRITE.

       PRINT-NEXT-INVOICE-LINE.
           COMPUTE SALE-ID =
              ORD-ORDER-ID * 1000 + WS-LINE-SEQ
           CLOSE PRODUCT-FILE
           CLOSE INVOICE-PRINT-FILE
           CLOSE INVOICE-REGISTER
           CLOSE AR-ITEM-FILE
           IF WS-SHIP-FILE-OPEN = 'Y'
              CLOSE SHIPMENT-FILE
           END-IF

           DISPLAY 'Invoice Generation Complete'
           DISPLAY 'Invoices Produced: ' WS-INVOICED-COUNT
           DISPLAY 'Shipment Invoices: ' WS-SHIPMENT-INVOICES
           DISPLAY 'Already Invoiced: ' WS-ALREADY-COUNT
           DISPLAY 'AR Items Opened: ' WS-AR-ITEM-COUNT
           DISPLAY 'Total Invoiced: ' WS-REGISTER-TOTAL.

       UPDATE-INVOICE-CONTROL.
