      * document and adds a line to the returns register RETREG.      *
      * The refund TRAN-ID is order x 1000 - free for an invoiced     *
      * order, since only a cancellation (impossible from IN) uses    *
      * that slot; one return per order per posting date. The        *
      * credit note is applied on ARITEMS to the invoices that        *
      * shipped the returned lines (found by SALE-ID on SHIPFIL),     *
      * each taking its lines' share of the refund; what those        *
      * invoices no longer owe, or a line with no shipment invoice,   *
      * goes against the order's other shipment invoices oldest       *
      * first, and only what is left after all of them goes to        *
      * unapplied cash (UNAPPCSH).                                    *
      * The refund carries the sales tax charged on the returned      *
      * goods - the order's tax in proportion to the value returned   *
      * - and the register records the taxable base and tax           *
      * refunded, with the order's tax rate and customer type, for    *
      * the TAXREG sales-tax register.                                *
      * Restocked lines go back into inventory at the product's       *
      * weighted-average cost (PRODCOST) through a balanced journal   *
      * (RETCJRNL, GLJRNL format, GLMAP type 'CT': debit inventory,   *
      * credit cost of goods sold) for GLPOST to apply.               *
      * Each returned line sold under an employee ID leaves a         *
      * commission clawback item on CLAWFIL for COMMCALC to recover   *
      * from the salesperson's next commission.                       *
      * Where stock is held by location, each returned line goes back *
      * to the location keyed at the prompt - by default the one the  *
      * line shipped from - and its 'RT' movement carries it.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

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

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO 'UNAPPCSH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-UNAP-STATUS.

           SELECT CREDIT-NOTE-FILE ASSIGN TO 'CREDNOTE'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT PRODUCT-COST-FILE ASSIGN TO 'PRODCOST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PROD-CODE
           FILE STATUS IS WS-COST-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT RETURN-COST-JOURNAL ASSIGN TO 'RETCJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

           SELECT CLAWBACK-FILE ASSIGN TO 'CLAWFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLW-KEY
           FILE STATUS IS WS-CLAW-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  STOCK-LEDGER-FILE.
       01  STOCK-LEDGER-RECORD.
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  AR-ITEM-FILE.
           COPY ARREC.

       FD  SHIPMENT-FILE.
           COPY SHIPREC.

       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05 UC-DATE              PIC X(10).
           05 UC-CUSTOMER-ID       PIC 9(10).
           05 UC-INVOICE-NO        PIC 9(8).
           05 UC-AMOUNT            PIC 9(10)V99.
           05 UC-SOURCE            PIC X(8).
           05 UC-REFERENCE         PIC X(20).
           05 UC-REASON            PIC X(30).

       FD  CREDIT-NOTE-FILE.
       01  CREDIT-NOTE-LINE        PIC X(100).
           05 RR-CUSTOMER-ID       PIC 9(10).
           05 RR-RETURN-AMOUNT     PIC 9(10)V99.
           05 RR-LINES-RETURNED    PIC 9(3).
           05 RR-TAXABLE-REFUND    PIC 9(10)V99.
           05 RR-TAX-REFUNDED      PIC 9(10)V99.
           05 RR-TAX-RATE          PIC 9V9999.
           05 RR-CUST-TYPE         PIC X(1).

       FD  PRODUCT-COST-FILE.
           COPY PCOSTREC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  RETURN-COST-JOURNAL.
       01  GL-JOURNAL-HEADER.
           05 GLJ-H-REC-TYPE       PIC X(1).
           05 GLJ-H-RUN-DATE       PIC X(8).
           05 GLJ-H-CYCLE          PIC 9(2).
           05 GLJ-H-TOTAL-DEBITS   PIC 9(13)V99.
           05 GLJ-H-TOTAL-CREDITS  PIC 9(13)V99.
           05 GLJ-H-NET-AMOUNT     PIC S9(12)V99.
       01  GL-JOURNAL-DETAIL.
           05 GLJ-D-REC-TYPE       PIC X(1).
           05 GLJ-D-ACCOUNT        PIC X(8).
           05 GLJ-D-DR-CR          PIC X(1).
           05 GLJ-D-TRAN-TYPE      PIC X(2).
           05 GLJ-D-CURRENCY       PIC X(3).
           05 GLJ-D-AMOUNT         PIC 9(12)V99.
           05 FILLER               PIC X(17).

       FD  CLAWBACK-FILE.
           COPY CLAWREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-LEDG-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-AR-STATUS            PIC XX.
       01  WS-UNAP-STATUS          PIC XX.

       01  WS-ORDER-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-ORDER-FOUND          PIC X VALUE 'N'.
       01  WS-LINE-SEQ             PIC 9(3).
       01  WS-LINE-DONE            PIC X.
       01  WS-RETURN-QTY           PIC 9(6).
       01  WS-DELIVERED-QTY        PIC 9(6).
       01  WS-LINE-REFUND          PIC 9(10)V99.
       01  WS-RETURN-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-TAXABLE-REFUND       PIC 9(10)V99 VALUE 0.
       01  WS-TAX-REFUND           PIC 9(10)V99 VALUE 0.
       01  WS-REFUND-TOTAL         PIC 9(10)V99 VALUE 0.
       01  WS-LINES-RETURNED       PIC 9(3) VALUE 0.
       01  WS-AR-OUTSTANDING       PIC S9(10)V99.
       01  WS-CREDIT-APPLIED       PIC 9(10)V99.
       01  WS-CREDIT-EXCESS        PIC 9(10)V99.
       01  WS-CREDIT-DUE           PIC 9(10)V99.
       01  WS-CREDIT-ALLOCATED     PIC 9(10)V99.
       01  WS-SHIP-STATUS          PIC XX.
       01  WS-SHIP-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-SHIP-DONE            PIC X.
       01  WS-SHIP-FOUND           PIC X.
       01  WS-SHP-SUB              PIC 9(2).
       01  WS-LINE-INVOICE-NO      PIC 9(8).

      *    Goods returned against each shipment invoice, entry 1
      *    holding the lines no invoiced shipment was found for.
       01  WS-INVOICE-CREDIT-TABLE.
           05 WS-INVOICE-CREDIT-COUNT PIC 9(2) VALUE 1.
           05 WS-INVOICE-CREDIT OCCURS 50 TIMES.
              10 WS-IC-INVOICE-NO  PIC 9(8).
              10 WS-IC-GOODS       PIC 9(10)V99.
       01  WS-IC-SUB               PIC 9(2).
       01  WS-IC-FOUND             PIC X.
       01  WS-COST-STATUS          PIC XX.
       01  WS-COST-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.
       01  WS-GLJ-STATUS           PIC XX.
       01  WS-LINE-COST            PIC 9(12)V99.
       01  WS-RETURN-COST          PIC 9(12)V99 VALUE 0.
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-GL-ACCOUNT           PIC X(8).
       01  WS-STOCK-CURRENCY       PIC X(3) VALUE 'USD'.
       01  WS-CLAW-STATUS          PIC XX.
       01  WS-CLAW-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-DEFAULT-LOC          PIC X(4) VALUE SPACES.
       01  WS-RETURN-LOC           PIC X(4) VALUE SPACES.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
           05 FILLER               PIC X(29) VALUE SPACES.

       01  NOTE-TOTAL-LINE.
           05 NT-LABEL             PIC X(16) VALUE
              'Refund Total:   '.
           05 NT-TOTAL             PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(70) VALUE SPACES.

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'Customer Returns Processing'
           IF WS-LEDG-STATUS = '00'
              MOVE 'Y' TO WS-LEDG-FILE-OPEN
           END-IF
           OPEN INPUT PRODUCT-COST-FILE
           IF WS-COST-STATUS = '00'
              MOVE 'Y' TO WS-COST-FILE-OPEN
           END-IF
           OPEN I-O CLAWBACK-FILE
           IF WS-CLAW-STATUS NOT = '00'
              OPEN OUTPUT CLAWBACK-FILE
              CLOSE CLAWBACK-FILE
              OPEN I-O CLAWBACK-FILE
           END-IF
           IF WS-CLAW-STATUS = '00'
              MOVE 'Y' TO WS-CLAW-FILE-OPEN
           ELSE
              DISPLAY 'Clawback file unavailable - commission '
                 'clawbacks not recorded'
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIP-STATUS = '00'
              MOVE 'Y' TO WS-SHIP-FILE-OPEN
           ELSE
              DISPLAY 'Shipment file unavailable - credit note '
                 'applied from the order invoice'
           END-IF
           MOVE 0 TO WS-IC-INVOICE-NO(1)
           MOVE 0 TO WS-IC-GOODS(1)
           WRITE CREDIT-NOTE-LINE FROM NOTE-HEADER-1
           MOVE ORD-ORDER-ID TO NH-ORDER-ID
           MOVE ORD-CUSTOMER-ID TO NH-CUSTOMER-ID
           IF WS-RETURN-TOTAL > 0
              MOVE SPACES TO CREDIT-NOTE-LINE
              WRITE CREDIT-NOTE-LINE
              PERFORM COMPUTE-TAX-REFUND
              MOVE 'Goods Returned: ' TO NT-LABEL
              MOVE WS-RETURN-TOTAL TO NT-TOTAL
              WRITE CREDIT-NOTE-LINE FROM NOTE-TOTAL-LINE
              MOVE 'Tax Refunded:   ' TO NT-LABEL
              MOVE WS-TAX-REFUND TO NT-TOTAL
              WRITE CREDIT-NOTE-LINE FROM NOTE-TOTAL-LINE
              MOVE 'Refund Total:   ' TO NT-LABEL
              MOVE WS-REFUND-TOTAL TO NT-TOTAL
              WRITE CREDIT-NOTE-LINE FROM NOTE-TOTAL-LINE
              PERFORM POST-REFUND-ADJUSTMENT
              PERFORM WRITE-RETURNS-REGISTER
              PERFORM APPLY-CREDIT-TO-INVOICE
              PERFORM WRITE-RETURN-COST-JOURNAL
              MOVE 'RT' TO ORD-STATUS
              MOVE SPACES TO ORD-STATUS-TIMESTAMP
              MOVE WS-ACCEPT-DATE TO ORD-STATUS-TIMESTAMP(1:8)
              REWRITE ORDER-RECORD
              IF WS-ORDER-STATUS = '00'
                 DISPLAY 'Order ' WS-TARGET-ORDER-ID
                    ' returned, refund ' WS-REFUND-TOTAL
              ELSE
                 DISPLAY 'Error rewriting order: ' WS-ORDER-STATUS
              END-IF
           CLOSE CREDIT-NOTE-FILE
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF WS-COST-FILE-OPEN = 'Y'
              CLOSE PRODUCT-COST-FILE
           END-IF
           IF WS-CLAW-FILE-OPEN = 'Y'
              CLOSE CLAWBACK-FILE
           END-IF
           IF WS-SHIP-FILE-OPEN = 'Y'
              CLOSE SHIPMENT-FILE
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF.

       OPEN-LOCATION-STOCK.
           MOVE SPACES TO LKL-REGION
           MOVE SPACES TO LKL-LOC-CODE
           CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
           IF LKL-ACTIVE = 'Y'
              OPEN I-O PRODUCT-LOCATION-FILE
              IF WS-PLOC-STATUS NOT = '00'
                 OPEN OUTPUT PRODUCT-LOCATION-FILE
                 CLOSE PRODUCT-LOCATION-FILE
                 OPEN I-O PRODUCT-LOCATION-FILE
              END-IF
              IF WS-PLOC-STATUS NOT = '00'
                 DISPLAY 'Unable to open product location file'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-LOCATIONS-ACTIVE
              MOVE LKL-MAIN-LOC TO WS-MAIN-LOC
           END-IF.

       RETURN-NEXT-LINE.
           END-READ.

       RETURN-ONE-LINE.
           COMPUTE WS-DELIVERED-QTY =
              SALE-QUANTITY - SALE-CANCELLED-QTY
           DISPLAY 'Line ' WS-LINE-SEQ ' ' SALE-PRODUCT
              ' sold ' WS-DELIVERED-QTY
           DISPLAY 'Enter Return Quantity (0 = none): '
           ACCEPT WS-RETURN-QTY
           IF WS-RETURN-QTY = 0
              CONTINUE
           ELSE
              IF WS-RETURN-QTY > WS-DELIVERED-QTY
                 DISPLAY 'Return exceeds quantity sold - line '
                    'skipped'
              ELSE
                 PERFORM GET-RETURN-LOCATION
                 PERFORM RESTOCK-RETURNED-LINE
              END-IF
           END-IF.

      *    Returned goods go back to the location the line shipped
      *    from unless another is keyed; a closed or unknown location
      *    is refused in favour of that default.
       GET-RETURN-LOCATION.
           MOVE SPACES TO WS-RETURN-LOC
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE SALE-LOC-CODE TO WS-DEFAULT-LOC
              IF WS-DEFAULT-LOC = SPACES
                 MOVE WS-MAIN-LOC TO WS-DEFAULT-LOC
              END-IF
              DISPLAY 'Enter Return Location (blank = '
                 WS-DEFAULT-LOC '): '
              ACCEPT WS-RETURN-LOC
              IF WS-RETURN-LOC = SPACES
                 MOVE WS-DEFAULT-LOC TO WS-RETURN-LOC
              ELSE
                 MOVE SPACES TO LKL-REGION
                 MOVE WS-RETURN-LOC TO LKL-LOC-CODE
                 CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
                 IF LKL-LOC-VALID NOT = 'Y'
                    DISPLAY 'Location not found or closed - '
                       'returned to ' WS-DEFAULT-LOC
                    MOVE WS-DEFAULT-LOC TO WS-RETURN-LOC
                 END-IF
              END-IF
           END-IF.

      *    The stock goes back on hand under a distinct 'RT' ledger
      *    movement, never through a fake receipt.
       RESTOCK-RETURNED-LINE.
              NOT INVALID KEY
                 ADD WS-RETURN-QTY TO PROD-ON-HAND-QTY
                 REWRITE PRODUCT-RECORD
                 PERFORM RESTOCK-LOCATION
                 PERFORM WRITE-RETURN-MOVEMENT
                 PERFORM COST-RETURNED-LINE
                 COMPUTE WS-LINE-REFUND =
                    WS-RETURN-QTY * SALE-UNIT-PRICE
                 ADD WS-LINE-REFUND TO WS-RETURN-TOTAL
                 MOVE SALE-UNIT-PRICE TO ND-UNIT-PRICE
                 MOVE WS-LINE-REFUND TO ND-REFUND
                 WRITE CREDIT-NOTE-LINE FROM NOTE-DETAIL-LINE
                 PERFORM RECORD-CLAWBACK
                 PERFORM FIND-LINE-INVOICE
                 PERFORM ADD-TO-INVOICE-CREDIT
           END-READ.

      *    The invoice a returned line is credited to is the one for
      *    the latest invoiced shipment that carried it; a line
      *    shipped in parts comes back against its last delivery.
       FIND-LINE-INVOICE.
           MOVE 0 TO WS-LINE-INVOICE-NO
           IF WS-SHIP-FILE-OPEN = 'Y'
              MOVE WS-TARGET-ORDER-ID TO SHP-ORDER-ID
              MOVE 0 TO SHP-SHIP-SEQ
              MOVE 'N' TO WS-SHIP-DONE
              START SHIPMENT-FILE KEY IS NOT LESS THAN SHP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-SHIP-DONE
              END-START
              PERFORM SCAN-LINE-SHIPMENT UNTIL WS-SHIP-DONE = 'Y'
           END-IF.

       SCAN-LINE-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SHIP-DONE
              NOT AT END
                 IF SHP-ORDER-ID NOT = WS-TARGET-ORDER-ID
                    MOVE 'Y' TO WS-SHIP-DONE
                 ELSE
                    IF SHP-INVOICE-NO > 0
                       MOVE 1 TO WS-SHP-SUB
                       PERFORM MATCH-SHIPMENT-LINE
                          UNTIL WS-SHP-SUB > SHP-LINE-COUNT
                    END-IF
                 END-IF
           END-READ.

       MATCH-SHIPMENT-LINE.
           IF SHP-SALE-ID(WS-SHP-SUB) = SALE-ID
              MOVE SHP-INVOICE-NO TO WS-LINE-INVOICE-NO
           END-IF
           ADD 1 TO WS-SHP-SUB.

       ADD-TO-INVOICE-CREDIT.
           MOVE 'N' TO WS-IC-FOUND
           MOVE 1 TO WS-IC-SUB
           PERFORM FIND-INVOICE-CREDIT
              UNTIL WS-IC-FOUND = 'Y'
                 OR WS-IC-SUB > WS-INVOICE-CREDIT-COUNT
           IF WS-IC-FOUND = 'N'
              IF WS-INVOICE-CREDIT-COUNT < 50
                 ADD 1 TO WS-INVOICE-CREDIT-COUNT
                 MOVE WS-INVOICE-CREDIT-COUNT TO WS-IC-SUB
                 MOVE WS-LINE-INVOICE-NO TO WS-IC-INVOICE-NO(WS-IC-SUB)
                 MOVE 0 TO WS-IC-GOODS(WS-IC-SUB)
              ELSE
                 MOVE 1 TO WS-IC-SUB
              END-IF
           END-IF
           ADD WS-LINE-REFUND TO WS-IC-GOODS(WS-IC-SUB).

       FIND-INVOICE-CREDIT.
           IF WS-IC-INVOICE-NO(WS-IC-SUB) = WS-LINE-INVOICE-NO
              MOVE 'Y' TO WS-IC-FOUND
           ELSE
              ADD 1 TO WS-IC-SUB
           END-IF.

      *    The commission paid on the goods coming back is recovered
      *    by COMMCALC; the item carries the value at the price sold,
      *    the basis commission was paid on. Lines with no employee
      *    ID were paid by name and are not clawed back.
       RECORD-CLAWBACK.
           IF WS-CLAW-FILE-OPEN = 'Y' AND SALE-EMP-ID NOT = SPACES
              MOVE SALE-ID TO CLW-SALE-ID
              MOVE 'RT' TO CLW-SOURCE
              MOVE WS-TODAY-FMT TO CLW-POSTED-DATE
              READ CLAWBACK-FILE
                 INVALID KEY
                    MOVE SALE-ID TO CLW-SALE-ID
                    MOVE 'RT' TO CLW-SOURCE
                    MOVE WS-TODAY-FMT TO CLW-POSTED-DATE
                    MOVE WS-TARGET-ORDER-ID TO CLW-ORDER-ID
                    MOVE SALE-EMP-ID TO CLW-EMP-ID
                    MOVE SALE-DATE TO CLW-SALE-DATE
                    MOVE WS-LINE-REFUND TO CLW-SALES-VALUE
                    MOVE 0 TO CLW-RATE
                    MOVE 0 TO CLW-AMOUNT
                    MOVE 0 TO CLW-RECOVERED
                    MOVE 'N' TO CLW-STATUS
                    MOVE SPACES TO CLW-RECOVERED-PERIOD
                    WRITE CLAWBACK-RECORD
                 NOT INVALID KEY
                    IF CLW-STATUS-NEW
                       ADD WS-LINE-REFUND TO CLW-SALES-VALUE
                       REWRITE CLAWBACK-RECORD
                    ELSE
                       DISPLAY 'Clawback already priced for sale '
                          SALE-ID ' - not recorded'
                    END-IF
              END-READ
           END-IF.

       RESTOCK-LOCATION.
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE PROD-CODE TO PL-PROD-CODE
              MOVE WS-RETURN-LOC TO PL-LOC-CODE
              READ PRODUCT-LOCATION-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-PLOC-EXISTS
                    MOVE 0 TO PL-ON-HAND-QTY
                    MOVE 0 TO PL-ALLOCATED-QTY
                    MOVE 0 TO PL-REORDER-POINT
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-PLOC-EXISTS
              END-READ
              ADD WS-RETURN-QTY TO PL-ON-HAND-QTY
              IF WS-PLOC-EXISTS = 'Y'
                 REWRITE PRODUCT-LOCATION-RECORD
              ELSE
                 WRITE PRODUCT-LOCATION-RECORD
              END-IF
              IF WS-PLOC-STATUS NOT = '00'
                 DISPLAY 'Error updating location stock: '
                    PL-PROD-CODE ' ' PL-LOC-CODE
              END-IF
           END-IF.

       WRITE-RETURN-MOVEMENT.
           IF WS-LEDG-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO SL-PROD-CODE
              MOVE 0 TO SL-ALLOC-DELTA
              MOVE WS-TARGET-ORDER-ID TO SL-REFERENCE
              MOVE 'ORDRETRN' TO SL-PROGRAM
              MOVE WS-RETURN-LOC TO SL-LOC-CODE
              WRITE STOCK-LEDGER-RECORD
           END-IF.

      *    The goods come back at the price sold, before the order
      *    discount; the taxable base and the tax refunded are the
      *    order's own figures in proportion to the value returned,
      *    so a full return gives back exactly the tax charged.
       COMPUTE-TAX-REFUND.
           MOVE 0 TO WS-TAXABLE-REFUND
           MOVE 0 TO WS-TAX-REFUND
           IF ORD-SUBTOTAL > 0
              COMPUTE WS-TAXABLE-REFUND ROUNDED =
                 (ORD-SUBTOTAL - ORD-DISCOUNT-AMOUNT)
                 * WS-RETURN-TOTAL / ORD-SUBTOTAL
              COMPUTE WS-TAX-REFUND ROUNDED =
                 ORD-TAX-AMOUNT * WS-RETURN-TOTAL / ORD-SUBTOTAL
              IF WS-TAX-REFUND > ORD-TAX-AMOUNT
                 MOVE ORD-TAX-AMOUNT TO WS-TAX-REFUND
              END-IF
           END-IF
           COMPUTE WS-REFUND-TOTAL = WS-RETURN-TOTAL + WS-TAX-REFUND.

      *    Returned stock goes back in at the average cost it would
      *    ship out at today, so the average itself is unchanged.
       COST-RETURNED-LINE.
           MOVE 0 TO WS-LINE-COST
           IF WS-COST-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO PC-PROD-CODE
              READ PRODUCT-COST-FILE
                 INVALID KEY
                    DISPLAY 'No average cost for ' PROD-CODE
                 NOT INVALID KEY
                    COMPUTE WS-LINE-COST ROUNDED =
                       WS-RETURN-QTY * PC-AVG-UNIT-COST
              END-READ
           END-IF
           ADD WS-LINE-COST TO WS-RETURN-COST.

      *    One balanced pair for the return under GLMAP type 'CT':
      *    debit side inventory, credit side cost of goods sold.
       WRITE-RETURN-COST-JOURNAL.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
           ELSE
              DISPLAY 'No GL account map - journal will use '
                 'placeholder accounts'
           END-IF
           OPEN OUTPUT RETURN-COST-JOURNAL
           IF WS-GLJ-STATUS NOT = '00'
              DISPLAY 'Unable to open return cost journal'
           ELSE
              MOVE 'D' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
              MOVE 'C' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
              MOVE 'H' TO GLJ-H-REC-TYPE
              MOVE WS-ACCEPT-DATE TO GLJ-H-RUN-DATE
              MOVE 1 TO GLJ-H-CYCLE
              MOVE WS-RETURN-COST TO GLJ-H-TOTAL-DEBITS
              MOVE WS-RETURN-COST TO GLJ-H-TOTAL-CREDITS
              MOVE 0 TO GLJ-H-NET-AMOUNT
              WRITE GL-JOURNAL-HEADER
              CLOSE RETURN-COST-JOURNAL
              DISPLAY 'Cost of goods returned: ' WS-RETURN-COST
           END-IF
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
           END-IF.

       WRITE-JOURNAL-DETAIL.
           PERFORM LOOKUP-RETURN-ACCOUNT
           MOVE 'D' TO GLJ-D-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-GL-LOOKUP-SIDE TO GLJ-D-DR-CR
           MOVE 'CT' TO GLJ-D-TRAN-TYPE
           MOVE WS-STOCK-CURRENCY TO GLJ-D-CURRENCY
           MOVE WS-RETURN-COST TO GLJ-D-AMOUNT
           MOVE SPACES TO GL-JOURNAL-DETAIL(30:17)
           WRITE GL-JOURNAL-DETAIL.

       LOOKUP-RETURN-ACCOUNT.
           MOVE '????????' TO WS-GL-ACCOUNT
           IF WS-GLMAP-OPEN = 'Y'
              MOVE 'CT' TO GLM-TRAN-TYPE
              MOVE WS-GL-LOOKUP-SIDE TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
              END-READ
           END-IF.

      *    The refund reverses the posted line credits the way a
      *    cancellation does: one negative adjustment riding the
      *    order-entry extract TRANMRG merges and trailers.
           COMPUTE TRAN-ID = WS-TARGET-ORDER-ID * 1000
           MOVE ORD-CUSTOMER-ID TO TRAN-CUST-ID
           MOVE 'AD' TO TRAN-TYPE
           COMPUTE TRAN-AMOUNT = WS-REFUND-TOTAL * -1
           MOVE WS-TODAY-FMT TO TRAN-DATE
           MOVE WS-ACCEPT-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE CUST-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'ORR' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

      *    The credit note settles the invoices the returned goods
      *    were billed on, each taking its lines' share of the refund
      *    (tax included; the last invoice takes the rounding). What
      *    an invoice no longer owes (already paid, or a second
      *    credit) and the share of any line with no shipment
      *    invoice go against the order's other invoices oldest
      *    first; only what is left after them all is parked on
      *    unapplied cash for collections to refund or apply
      *    elsewhere.
       APPLY-CREDIT-TO-INVOICE.
           MOVE 0 TO WS-CREDIT-EXCESS
           OPEN I-O AR-ITEM-FILE
           IF WS-AR-STATUS NOT = '00'
              DISPLAY 'AR open-item file unavailable - credit note '
                 'not applied'
           ELSE
              MOVE 0 TO WS-CREDIT-ALLOCATED
              MOVE 1 TO WS-IC-SUB
              PERFORM CREDIT-LINE-INVOICE
                 UNTIL WS-IC-SUB > WS-INVOICE-CREDIT-COUNT
              IF WS-CREDIT-EXCESS > 0
                 PERFORM SPREAD-CREDIT-OVER-INVOICES
              END-IF
              CLOSE AR-ITEM-FILE
           END-IF
           IF WS-CREDIT-EXCESS > 0
              PERFORM WRITE-UNAPPLIED-CREDIT
           END-IF.

       CREDIT-LINE-INVOICE.
           IF WS-IC-SUB = WS-INVOICE-CREDIT-COUNT
              COMPUTE WS-CREDIT-DUE =
                 WS-REFUND-TOTAL - WS-CREDIT-ALLOCATED
           ELSE
              COMPUTE WS-CREDIT-DUE =
                 WS-REFUND-TOTAL * WS-IC-GOODS(WS-IC-SUB)
                 / WS-RETURN-TOTAL
           END-IF
           ADD WS-CREDIT-DUE TO WS-CREDIT-ALLOCATED
           IF WS-IC-INVOICE-NO(WS-IC-SUB) = 0
              ADD WS-CREDIT-DUE TO WS-CREDIT-EXCESS
           ELSE
              MOVE WS-IC-INVOICE-NO(WS-IC-SUB) TO AR-INVOICE-NO
              READ AR-ITEM-FILE
                 INVALID KEY
                    DISPLAY 'No AR item for invoice ' AR-INVOICE-NO
                    ADD WS-CREDIT-DUE TO WS-CREDIT-EXCESS
                 NOT INVALID KEY
                    PERFORM CREDIT-OPEN-ITEM
              END-READ
           END-IF
           ADD 1 TO WS-IC-SUB.

      *    An order with no shipment records was invoiced whole, so
      *    its own invoice number is the one left to try.
       SPREAD-CREDIT-OVER-INVOICES.
           MOVE 'N' TO WS-SHIP-FOUND
           IF WS-SHIP-FILE-OPEN = 'Y'
              MOVE WS-TARGET-ORDER-ID TO SHP-ORDER-ID
              MOVE 0 TO SHP-SHIP-SEQ
              MOVE 'N' TO WS-SHIP-DONE
              START SHIPMENT-FILE KEY IS NOT LESS THAN SHP-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-SHIP-DONE
              END-START
              PERFORM SPREAD-NEXT-SHIPMENT
                 UNTIL WS-SHIP-DONE = 'Y' OR WS-CREDIT-EXCESS = 0
           END-IF
           IF WS-SHIP-FOUND = 'N' AND ORD-INVOICE-NO > 0
              MOVE ORD-INVOICE-NO TO AR-INVOICE-NO
              PERFORM CREDIT-EXCESS-TO-ITEM
           END-IF.

       SPREAD-NEXT-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SHIP-DONE
              NOT AT END
                 IF SHP-ORDER-ID NOT = WS-TARGET-ORDER-ID
                    MOVE 'Y' TO WS-SHIP-DONE
                 ELSE
                    MOVE 'Y' TO WS-SHIP-FOUND
                    IF SHP-INVOICE-NO > 0
                       MOVE SHP-INVOICE-NO TO AR-INVOICE-NO
                       PERFORM CREDIT-EXCESS-TO-ITEM
                    END-IF
                 END-IF
           END-READ.

       CREDIT-EXCESS-TO-ITEM.
           READ AR-ITEM-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-CREDIT-EXCESS TO WS-CREDIT-DUE
                 MOVE 0 TO WS-CREDIT-EXCESS
                 PERFORM CREDIT-OPEN-ITEM
           END-READ.

      *    Applies WS-CREDIT-DUE to the item just read, up to what it
      *    still owes; the rest joins the credit still to place.
       CREDIT-OPEN-ITEM.
           COMPUTE WS-AR-OUTSTANDING = AR-INVOICE-AMOUNT
              - AR-AMOUNT-PAID - AR-CREDIT-AMOUNT
           IF WS-AR-OUTSTANDING < 0
              MOVE 0 TO WS-AR-OUTSTANDING
           END-IF
           IF WS-CREDIT-DUE > WS-AR-OUTSTANDING
              MOVE WS-AR-OUTSTANDING TO WS-CREDIT-APPLIED
              COMPUTE WS-CREDIT-EXCESS = WS-CREDIT-EXCESS
                 + WS-CREDIT-DUE - WS-AR-OUTSTANDING
           ELSE
              MOVE WS-CREDIT-DUE TO WS-CREDIT-APPLIED
           END-IF
           IF WS-CREDIT-APPLIED > 0
              ADD WS-CREDIT-APPLIED TO AR-CREDIT-AMOUNT
              IF AR-AMOUNT-PAID + AR-CREDIT-AMOUNT
                 NOT < AR-INVOICE-AMOUNT
                 IF AR-CREDIT-AMOUNT > 0 AND AR-AMOUNT-PAID = 0
                    MOVE 'CR' TO AR-STATUS
                 ELSE
                    MOVE 'PD' TO AR-STATUS
                 END-IF
              END-IF
              MOVE WS-TODAY-FMT TO AR-LAST-ACTIVITY-DATE
              REWRITE AR-ITEM-RECORD
              IF WS-AR-STATUS = '00'
                 DISPLAY 'Credit note applied to invoice '
                    AR-INVOICE-NO ': ' WS-CREDIT-APPLIED
              ELSE
                 DISPLAY 'Error updating AR item: ' WS-AR-STATUS
              END-IF
           END-IF.

       WRITE-UNAPPLIED-CREDIT.
           OPEN EXTEND UNAPPLIED-CASH-FILE
           IF WS-UNAP-STATUS NOT = '00'
              OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF
           MOVE WS-TODAY-FMT TO UC-DATE
           MOVE ORD-CUSTOMER-ID TO UC-CUSTOMER-ID
           MOVE ORD-INVOICE-NO TO UC-INVOICE-NO
           MOVE WS-CREDIT-EXCESS TO UC-AMOUNT
           MOVE 'ORDRETRN' TO UC-SOURCE
           MOVE SPACES TO UC-REFERENCE
           MOVE ORD-ORDER-ID TO UC-REFERENCE(1:10)
           MOVE 'CREDIT NOTE EXCEEDS BALANCE' TO UC-REASON
           WRITE UNAPPLIED-CASH-RECORD
           CLOSE UNAPPLIED-CASH-FILE
           DISPLAY 'Unapplied credit: ' WS-CREDIT-EXCESS.

       WRITE-RETURNS-REGISTER.
           OPEN EXTEND RETURNS-REGISTER
           IF WS-REG-STATUS NOT = '00'
           MOVE ORD-ORDER-ID TO RR-ORDER-ID
           MOVE ORD-CUSTOMER-ID TO RR-CUSTOMER-ID
           MOVE WS-RETURN-TOTAL TO RR-RETURN-AMOUNT
           MOVE WS-TAXABLE-REFUND TO RR-TAXABLE-REFUND
           MOVE WS-TAX-REFUND TO RR-TAX-REFUNDED
           MOVE ORD-TAX-RATE TO RR-TAX-RATE
           MOVE ORD-CUST-TYPE TO RR-CUST-TYPE
           MOVE WS-LINES-RETURNED TO RR-LINES-RETURNED
           WRITE RETURNS-REGISTER-RECORD
           CLOSE RETURNS-REGISTER.
