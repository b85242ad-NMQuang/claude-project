      * the allocated stock back, and posts a compensating negative   *
      * adjustment in TRANFILE format so the customer's posted        *
      * credits reverse through BATCHJOB's normal path.               *
      * Shipping costs the lines out at each product's weighted-      *
      * average cost (PRODCOST) and writes a balanced journal         *
      * (COGSJRNL, GLJRNL format, GLMAP type 'CS': debit cost of      *
      * goods sold, credit inventory) for GLPOST to apply.            *
      * PS books a part shipment instead: the operator gives the      *
      * quantity leaving on each open line and may cancel what is     *
      * left of a line. Every shipment - part or whole - goes on      *
      * SHIPFIL for INVPRINT to invoice on its own, and the order     *
      * stays OP or PK until every line is shipped or cancelled,      *
      * when it moves to SH by itself. An order that has shipped      *
      * anything can no longer be cancelled whole.                    *
      * Every line value cancelled - whole order or line remainder -  *
      * leaves a commission clawback item on CLAWFIL for COMMCALC.    *
      * Where stock is held by location, each line ships from - and   *
      * gives back its allocation at - the location ORDPROC           *
      * allocated it at; a line from before locations were kept       *
      * counts as the main location's.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

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

           SELECT COGS-JOURNAL ASSIGN TO 'COGSJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO 'SHIPFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHP-KEY
           FILE STATUS IS WS-SHIP-STATUS.

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

       FD  PRODUCT-COST-FILE.
           COPY PCOSTREC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  COGS-JOURNAL.
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

       FD  SHIPMENT-FILE.
           COPY SHIPREC.

       FD  CLAWBACK-FILE.
           COPY CLAWREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-MOVE-ONHAND-DELTA    PIC S9(7).
       01  WS-MOVE-ALLOC-DELTA     PIC S9(7).
       01  WS-MOVE-REFERENCE       PIC 9(12).
       01  WS-MOVE-LOC-CODE        PIC X(4) VALUE SPACES.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-PL-NEW-QTY           PIC S9(8).
       01  WS-LEDG-DATE            PIC 9(8).
       01  WS-LEDG-DATE-FMT        PIC X(10).
       01  WS-LEDG-TIME            PIC 9(8).
       01  WS-ORDER-FOUND          PIC X VALUE 'N'.
       01  WS-TARGET-ORDER-ID      PIC 9(10).
       01  WS-NEW-STATUS           PIC X(2).
           88 NEW-STATUS-VALID     VALUE 'PK' 'SH' 'IN' 'CA' 'PS'.
       01  WS-RESULT-STATUS        PIC X(2).
       01  WS-TRANSITION-OK        PIC X.
       01  WS-DELETE-SEQ           PIC 9(3).
       01  WS-DELETE-DONE          PIC X.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TRAN-DATE            PIC X(10).
       01  WS-COST-STATUS          PIC XX.
       01  WS-COST-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.
       01  WS-GLJ-STATUS           PIC XX.
       01  WS-LINE-COST            PIC 9(12)V99.
       01  WS-SHIPPED-COST         PIC 9(12)V99 VALUE 0.
       01  WS-UNCOSTED-COUNT       PIC 9(3) VALUE 0.
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-GL-ACCOUNT           PIC X(8).
       01  WS-STOCK-CURRENCY       PIC X(3) VALUE 'USD'.

       01  WS-SHIP-STATUS          PIC XX.
       01  WS-SHIP-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-PRIOR-DONE           PIC X.
       01  WS-LAST-SHIP-SEQ        PIC 9(3) VALUE 0.
       01  WS-PRIOR-DISCOUNT       PIC 9(10)V99 VALUE 0.
       01  WS-PRIOR-TAX            PIC 9(10)V99 VALUE 0.
       01  WS-PRIOR-SHIPPING       PIC 9(10)V99 VALUE 0.
       01  WS-SHARE-REMAINDER      PIC S9(10)V99.
       01  WS-LINE-OPEN-QTY        PIC 9(6).
       01  WS-SHIP-QTY             PIC 9(6).
       01  WS-CANCEL-QTY           PIC 9(6).
       01  WS-RELEASE-QTY          PIC 9(6).
       01  WS-CANCEL-REPLY         PIC X.
       01  WS-OPEN-LINE-COUNT      PIC 9(3) VALUE 0.
       01  WS-EVER-SHIPPED         PIC X VALUE 'N'.
       01  WS-ANY-CANCELLED        PIC X VALUE 'N'.
       01  WS-SHIP-COMPLETES       PIC X VALUE 'N'.
       01  WS-SHIPMENTS-WRITTEN    PIC 9(3) VALUE 0.
       01  WS-PRIOR-CANCEL-VALUE   PIC 9(10)V99 VALUE 0.
       01  WS-ADJ-TRAN-ID          PIC 9(15).
       01  WS-ADJ-AMOUNT           PIC S9(10)V99.
       01  WS-CLAW-STATUS          PIC XX.
       01  WS-CLAW-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-CLAW-SOURCE          PIC X(2).
       01  WS-CLAW-VALUE           PIC 9(10)V99.
       01  WS-CLAW-DATE            PIC X(10).

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'Order Fulfilment Status Update'
           DISPLAY 'Enter Order ID: '
           ACCEPT WS-TARGET-ORDER-ID
           DISPLAY 'Enter New Status (PK/SH/IN/CA, PS = part ship): '
           ACCEPT WS-NEW-STATUS
           IF NOT NEW-STATUS-VALID
              DISPLAY 'Invalid status'
           IF WS-LEDG-STATUS = '00'
              MOVE 'Y' TO WS-LEDG-FILE-OPEN
           END-IF
           OPEN I-O CLAWBACK-FILE
           IF WS-CLAW-STATUS NOT = '00'
              OPEN OUTPUT CLAWBACK-FILE
              CLOSE CLAWBACK-FILE
              OPEN I-O CLAWBACK-FILE
           END-IF
           IF WS-CLAW-STATUS = '00'
              MOVE 'Y' TO WS-CLAW-FILE-OPEN
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           PERFORM LOCATE-ORDER UNTIL WS-ORDER-EOF-FLAG = 'Y'
           IF WS-ORDER-FOUND = 'N'
              DISPLAY 'Order not found: ' WS-TARGET-ORDER-ID
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF WS-CLAW-FILE-OPEN = 'Y'
              CLOSE CLAWBACK-FILE
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           STOP RUN.

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

       LOCATE-ORDER.
           READ ORDER-FILE
              AT END
              DISPLAY 'Invalid transition from ' ORD-STATUS
                 ' to ' WS-NEW-STATUS
           ELSE
              MOVE WS-NEW-STATUS TO WS-RESULT-STATUS
              IF WS-NEW-STATUS = 'CA'
                 PERFORM CANCEL-ORDER
              END-IF
              IF WS-NEW-STATUS = 'SH' OR WS-NEW-STATUS = 'PS'
                 PERFORM SHIP-ORDER-STOCK
              END-IF
              IF WS-RESULT-STATUS = ORD-STATUS
                 DISPLAY 'Order ' WS-TARGET-ORDER-ID ' remains '
                    ORD-STATUS ' with ' WS-OPEN-LINE-COUNT
                    ' lines open'
              ELSE
                 PERFORM REWRITE-ORDER-STATUS
              END-IF
           END-IF.

       REWRITE-ORDER-STATUS.
           MOVE WS-RESULT-STATUS TO ORD-STATUS
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO ORD-STATUS-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO ORD-STATUS-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO ORD-STATUS-TIMESTAMP(9:8)
           REWRITE ORDER-RECORD
           IF WS-ORDER-STATUS = '00'
              DISPLAY 'Order ' WS-TARGET-ORDER-ID ' now '
                 WS-RESULT-STATUS
           ELSE
              DISPLAY 'Error rewriting order: ' WS-ORDER-STATUS
           END-IF.

       CHECK-TRANSITION.
           MOVE 'N' TO WS-TRANSITION-OK
           EVALUATE TRUE
              WHEN ORD-STATUS-SHIPPED AND WS-NEW-STATUS = 'IN'
                 MOVE 'Y' TO WS-TRANSITION-OK
              WHEN (ORD-STATUS-OPEN OR ORD-STATUS-PICKED) AND
                   WS-NEW-STATUS = 'PS'
                 MOVE 'Y' TO WS-TRANSITION-OK
              WHEN (ORD-STATUS-OPEN OR ORD-STATUS-PICKED) AND
                   WS-NEW-STATUS = 'CA'
                 PERFORM CHECK-NOTHING-SHIPPED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Once any quantity has left the warehouse the order has
      *    been invoiced in part, so it cannot be cancelled whole -
      *    the open remainder of each line is cancelled under PS.
       CHECK-NOTHING-SHIPPED.
           MOVE 'Y' TO WS-TRANSITION-OK
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS = '00'
              MOVE 1 TO WS-SHIP-SEQ
              MOVE 'N' TO WS-SHIP-DONE
              PERFORM CHECK-LINE-NOT-SHIPPED
                 UNTIL WS-SHIP-DONE = 'Y'
              CLOSE SALES-FILE
           END-IF
           IF WS-TRANSITION-OK = 'N'
              DISPLAY 'Order has shipped lines - cancel the open '
                 'remainder under PS'
           END-IF.

       CHECK-LINE-NOT-SHIPPED.
           COMPUTE SALE-ID =
              WS-TARGET-ORDER-ID * 1000 + WS-SHIP-SEQ
           READ SALES-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-SHIP-DONE
              NOT INVALID KEY
                 IF SALE-SHIPPED-QTY > 0
                    MOVE 'N' TO WS-TRANSITION-OK
                    MOVE 'Y' TO WS-SHIP-DONE
                 END-IF
                 ADD 1 TO WS-SHIP-SEQ
                 IF WS-SHIP-SEQ > 999
                    MOVE 'Y' TO WS-SHIP-DONE
                 END-IF
           END-READ.

      *    Shipping is the moment stock physically leaves: what
      *    ships on each of the order's sales lines comes off both
      *    the on-hand quantity and the allocation claim order
      *    capture took, so the product master keeps matching the
      *    warehouse. SH ships everything still open; PS asks line
      *    by line. Either way the quantities go on the line's
      *    shipped count and on a SHIPFIL shipment for INVPRINT.
       SHIP-ORDER-STOCK.
           MOVE ORD-STATUS TO WS-RESULT-STATUS
           OPEN I-O SALES-FILE
           OPEN I-O PRODUCT-FILE
           PERFORM OPEN-SHIPMENT-FILE
           IF WS-SALES-STATUS NOT = '00' OR WS-PROD-STATUS NOT = '00'
              OR WS-SHIP-FILE-OPEN = 'N'
              DISPLAY 'Unable to open sales, product or shipment '
                 'file for shipment'
           ELSE
              PERFORM LOAD-PRIOR-SHIPMENTS
              PERFORM OPEN-COSTING-FILES
              PERFORM START-SHIPMENT-RECORD
              MOVE 0 TO WS-OPEN-LINE-COUNT
              MOVE 1 TO WS-SHIP-SEQ
              MOVE 'N' TO WS-SHIP-DONE
              PERFORM SHIP-NEXT-SALES-LINE
                 UNTIL WS-SHIP-DONE = 'Y'
              IF WS-OPEN-LINE-COUNT = 0
                 MOVE 'Y' TO WS-SHIP-COMPLETES
              END-IF
              IF SHP-LINE-COUNT > 0
                 PERFORM WRITE-SHIPMENT-RECORD
              END-IF
              PERFORM WRITE-COGS-JOURNAL
              PERFORM CLOSE-COSTING-FILES
              PERFORM SET-SHIPPED-RESULT
              DISPLAY 'Shipments booked: ' WS-SHIPMENTS-WRITTEN
           END-IF
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '23'
              CLOSE SALES-FILE
           END-IF
           IF WS-PROD-STATUS = '00' OR WS-PROD-STATUS = '23'
              CLOSE PRODUCT-FILE
           END-IF
           IF WS-SHIP-FILE-OPEN = 'Y'
              CLOSE SHIPMENT-FILE
              MOVE 'N' TO WS-SHIP-FILE-OPEN
           END-IF.

      *    With nothing left open the order has shipped; an order
      *    whose every line was cancelled before anything left is
      *    simply cancelled.
       SET-SHIPPED-RESULT.
           IF WS-SHIP-COMPLETES = 'Y'
              IF WS-EVER-SHIPPED = 'Y'
                 MOVE 'SH' TO WS-RESULT-STATUS
              ELSE
                 MOVE 'CA' TO WS-RESULT-STATUS
              END-IF
           END-IF.

       OPEN-SHIPMENT-FILE.
           OPEN I-O SHIPMENT-FILE
           IF WS-SHIP-STATUS NOT = '00'
              OPEN OUTPUT SHIPMENT-FILE
              CLOSE SHIPMENT-FILE
              OPEN I-O SHIPMENT-FILE
           END-IF
           IF WS-SHIP-STATUS = '00'
              MOVE 'Y' TO WS-SHIP-FILE-OPEN
           END-IF.

      *    Earlier shipments of the order give the next shipment
      *    sequence and the discount, tax and shipping already
      *    invoiced, which the completing shipment settles up.
       LOAD-PRIOR-SHIPMENTS.
           MOVE 0 TO WS-LAST-SHIP-SEQ
           MOVE 0 TO WS-PRIOR-DISCOUNT
           MOVE 0 TO WS-PRIOR-TAX
           MOVE 0 TO WS-PRIOR-SHIPPING
           MOVE WS-TARGET-ORDER-ID TO SHP-ORDER-ID
           MOVE 0 TO SHP-SHIP-SEQ
           MOVE 'N' TO WS-PRIOR-DONE
           START SHIPMENT-FILE KEY IS NOT LESS THAN SHP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PRIOR-DONE
           END-START
           PERFORM READ-PRIOR-SHIPMENT UNTIL WS-PRIOR-DONE = 'Y'.

       READ-PRIOR-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PRIOR-DONE
              NOT AT END
                 IF SHP-ORDER-ID NOT = WS-TARGET-ORDER-ID
                    MOVE 'Y' TO WS-PRIOR-DONE
                 ELSE
                    MOVE SHP-SHIP-SEQ TO WS-LAST-SHIP-SEQ
                    ADD SHP-DISCOUNT-AMOUNT TO WS-PRIOR-DISCOUNT
                    ADD SHP-TAX-AMOUNT TO WS-PRIOR-TAX
                    ADD SHP-SHIPPING-COST TO WS-PRIOR-SHIPPING
                 END-IF
           END-READ.

       SHIP-NEXT-SALES-LINE.
           COMPUTE SALE-ID =
              WS-TARGET-ORDER-ID * 1000 + WS-SHIP-SEQ
              INVALID KEY
                 MOVE 'Y' TO WS-SHIP-DONE
              NOT INVALID KEY
                 PERFORM SHIP-ONE-LINE
                 ADD 1 TO WS-SHIP-SEQ
                 IF WS-SHIP-SEQ > 999
                    MOVE 'Y' TO WS-SHIP-DONE
                 END-IF
           END-READ.

       SHIP-ONE-LINE.
           COMPUTE WS-LINE-OPEN-QTY =
              SALE-QUANTITY - SALE-SHIPPED-QTY - SALE-CANCELLED-QTY
           IF WS-LINE-OPEN-QTY > 0
              IF WS-NEW-STATUS = 'PS'
                 PERFORM PROMPT-LINE-SHIPMENT
              ELSE
                 MOVE WS-LINE-OPEN-QTY TO WS-SHIP-QTY
                 MOVE 0 TO WS-CANCEL-QTY
              END-IF
              IF WS-SHIP-QTY > 0
                 ADD WS-SHIP-QTY TO SALE-SHIPPED-QTY
                 PERFORM RELIEVE-LINE-STOCK
                 PERFORM ADD-SHIPMENT-LINE
              END-IF
              IF WS-CANCEL-QTY > 0
                 ADD WS-CANCEL-QTY TO SALE-CANCELLED-QTY
                 PERFORM CANCEL-LINE-REMAINDER
              END-IF
              IF WS-SHIP-QTY > 0 OR WS-CANCEL-QTY > 0
                 REWRITE SALES-RECORD
                 IF WS-SALES-STATUS NOT = '00'
                    DISPLAY 'Error rewriting sales line: ' SALE-ID
                 END-IF
              END-IF
              IF WS-LINE-OPEN-QTY > WS-SHIP-QTY + WS-CANCEL-QTY
                 ADD 1 TO WS-OPEN-LINE-COUNT
              END-IF
           END-IF
           IF SALE-SHIPPED-QTY > 0
              MOVE 'Y' TO WS-EVER-SHIPPED
           END-IF
           IF SALE-CANCELLED-QTY > 0
              MOVE 'Y' TO WS-ANY-CANCELLED
           END-IF.

       PROMPT-LINE-SHIPMENT.
           DISPLAY 'Line ' WS-SHIP-SEQ ' ' SALE-PRODUCT
              ' ordered ' SALE-QUANTITY ' open ' WS-LINE-OPEN-QTY
           IF WS-LOCATIONS-ACTIVE = 'Y'
              PERFORM SET-LINE-LOCATION
              DISPLAY '  Ships from location ' WS-MOVE-LOC-CODE
           END-IF
           DISPLAY 'Enter Quantity To Ship (0 = none): '
           ACCEPT WS-SHIP-QTY
           IF WS-SHIP-QTY > WS-LINE-OPEN-QTY
              DISPLAY 'Quantity exceeds open quantity - line not '
                 'shipped'
              MOVE 0 TO WS-SHIP-QTY
           END-IF
           MOVE 0 TO WS-CANCEL-QTY
           IF WS-SHIP-QTY < WS-LINE-OPEN-QTY
              DISPLAY 'Cancel the rest of this line (Y/N): '
              ACCEPT WS-CANCEL-REPLY
              IF WS-CANCEL-REPLY = 'Y' OR WS-CANCEL-REPLY = 'y'
                 COMPUTE WS-CANCEL-QTY =
                    WS-LINE-OPEN-QTY - WS-SHIP-QTY
              END-IF
           END-IF.

       RELIEVE-LINE-STOCK.
           MOVE SALE-PRODUCT TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-SHIP-QTY > PROD-ON-HAND-QTY
                    MOVE 0 TO PROD-ON-HAND-QTY
                 ELSE
                    SUBTRACT WS-SHIP-QTY FROM PROD-ON-HAND-QTY
                 END-IF
                 IF WS-SHIP-QTY > PROD-ALLOCATED-QTY
                    MOVE 0 TO PROD-ALLOCATED-QTY
                 ELSE
                    SUBTRACT WS-SHIP-QTY FROM PROD-ALLOCATED-QTY
                 END-IF
                 REWRITE PRODUCT-RECORD
                 MOVE 'SH' TO WS-MOVE-TYPE
                 COMPUTE WS-MOVE-ONHAND-DELTA = WS-SHIP-QTY * -1
                 COMPUTE WS-MOVE-ALLOC-DELTA = WS-SHIP-QTY * -1
                 MOVE WS-TARGET-ORDER-ID TO WS-MOVE-REFERENCE
                 PERFORM SET-LINE-LOCATION
                 PERFORM WRITE-STOCK-MOVEMENT
                 PERFORM COST-SHIPPED-LINE
           END-READ.

      *    The cancelled rest of a line gives its allocation back
      *    and reverses its share of the posted line credit through
      *    BATCHJOB. The adjustment TRAN-ID is the sale ID above
      *    the 10**14 mark - clear of the order-capture line
      *    credits, the order x 1000 reversal and the dated
      *    accrual ranges.
       CANCEL-LINE-REMAINDER.
           MOVE WS-CANCEL-QTY TO WS-RELEASE-QTY
           PERFORM RELEASE-LINE-ALLOCATION
           COMPUTE WS-ADJ-TRAN-ID = 100000000000000 + SALE-ID
           COMPUTE WS-ADJ-AMOUNT =
              WS-CANCEL-QTY * SALE-UNIT-PRICE * -1
           PERFORM POST-COMPENSATING-ADJUSTMENT
           MOVE 'PC' TO WS-CLAW-SOURCE
           COMPUTE WS-CLAW-VALUE = WS-CANCEL-QTY * SALE-UNIT-PRICE
           PERFORM RECORD-CLAWBACK.

       START-SHIPMENT-RECORD.
           INITIALIZE SHIPMENT-RECORD
           ADD 1 TO WS-LAST-SHIP-SEQ
           MOVE WS-TARGET-ORDER-ID TO SHP-ORDER-ID
           MOVE WS-LAST-SHIP-SEQ TO SHP-SHIP-SEQ
           MOVE ORD-CUSTOMER-ID TO SHP-CUSTOMER-ID
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO SHP-SHIP-DATE(1:4)
           MOVE '-' TO SHP-SHIP-DATE(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO SHP-SHIP-DATE(6:2)
           MOVE '-' TO SHP-SHIP-DATE(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO SHP-SHIP-DATE(9:2)
           MOVE 'N' TO SHP-COMPLETES-ORDER.

       ADD-SHIPMENT-LINE.
           IF SHP-LINE-COUNT = 50
              PERFORM WRITE-SHIPMENT-RECORD
              PERFORM START-SHIPMENT-RECORD
           END-IF
           ADD 1 TO SHP-LINE-COUNT
           MOVE SALE-ID TO SHP-SALE-ID(SHP-LINE-COUNT)
           MOVE SALE-PRODUCT TO SHP-PROD-CODE(SHP-LINE-COUNT)
           MOVE WS-SHIP-QTY TO SHP-QUANTITY(SHP-LINE-COUNT)
           MOVE SALE-UNIT-PRICE TO SHP-UNIT-PRICE(SHP-LINE-COUNT)
           COMPUTE SHP-LINE-TOTAL(SHP-LINE-COUNT) =
              WS-SHIP-QTY * SALE-UNIT-PRICE
           ADD SHP-LINE-TOTAL(SHP-LINE-COUNT) TO SHP-SUBTOTAL.

       WRITE-SHIPMENT-RECORD.
           PERFORM PRICE-SHIPMENT
           WRITE SHIPMENT-RECORD
              INVALID KEY
                 DISPLAY 'Unable to write shipment ' SHP-SHIP-SEQ
                    ' for order ' SHP-ORDER-ID
              NOT INVALID KEY
                 ADD 1 TO WS-SHIPMENTS-WRITTEN
                 ADD SHP-DISCOUNT-AMOUNT TO WS-PRIOR-DISCOUNT
                 ADD SHP-TAX-AMOUNT TO WS-PRIOR-TAX
                 ADD SHP-SHIPPING-COST TO WS-PRIOR-SHIPPING
           END-WRITE.

      *    A shipment carries the order's discount, tax and shipping
      *    in proportion to its share of the captured subtotal. The
      *    shipment that completes an order with nothing cancelled
      *    takes what the earlier shares left, so the invoices add
      *    up to the order exactly.
       PRICE-SHIPMENT.
           MOVE 0 TO SHP-DISCOUNT-AMOUNT
           MOVE 0 TO SHP-TAX-AMOUNT
           MOVE 0 TO SHP-SHIPPING-COST
           IF WS-SHIP-COMPLETES = 'Y'
              MOVE 'Y' TO SHP-COMPLETES-ORDER
           END-IF
           IF WS-SHIP-COMPLETES = 'Y' AND WS-ANY-CANCELLED = 'N'
              PERFORM SETTLE-FINAL-SHARES
           ELSE
              IF ORD-SUBTOTAL > 0
                 COMPUTE SHP-DISCOUNT-AMOUNT ROUNDED =
                    ORD-DISCOUNT-AMOUNT * SHP-SUBTOTAL / ORD-SUBTOTAL
                 COMPUTE SHP-TAX-AMOUNT ROUNDED =
                    ORD-TAX-AMOUNT * SHP-SUBTOTAL / ORD-SUBTOTAL
                 COMPUTE SHP-SHIPPING-COST ROUNDED =
                    ORD-SHIPPING-COST * SHP-SUBTOTAL / ORD-SUBTOTAL
              END-IF
           END-IF
           COMPUTE SHP-FINAL-TOTAL = SHP-SUBTOTAL
              - SHP-DISCOUNT-AMOUNT + SHP-TAX-AMOUNT
              + SHP-SHIPPING-COST.

       SETTLE-FINAL-SHARES.
           COMPUTE WS-SHARE-REMAINDER =
              ORD-DISCOUNT-AMOUNT - WS-PRIOR-DISCOUNT
           IF WS-SHARE-REMAINDER > 0
              MOVE WS-SHARE-REMAINDER TO SHP-DISCOUNT-AMOUNT
           END-IF
           COMPUTE WS-SHARE-REMAINDER =
              ORD-TAX-AMOUNT - WS-PRIOR-TAX
           IF WS-SHARE-REMAINDER > 0
              MOVE WS-SHARE-REMAINDER TO SHP-TAX-AMOUNT
           END-IF
           COMPUTE WS-SHARE-REMAINDER =
              ORD-SHIPPING-COST - WS-PRIOR-SHIPPING
           IF WS-SHARE-REMAINDER > 0
              MOVE WS-SHARE-REMAINDER TO SHP-SHIPPING-COST
           END-IF.

      *    The cost side of the shipment: a fresh COGSJRNL for the
      *    order. No product cost file, or no GL map, does not stop
      *    the warehouse shipping - uncosted lines are counted and
      *    the journal falls back to placeholder accounts that
      *    GLMAINT VERIFY and GLPOST make visible.
       OPEN-COSTING-FILES.
           MOVE 0 TO WS-SHIPPED-COST
           MOVE 0 TO WS-UNCOSTED-COUNT
           OPEN INPUT PRODUCT-COST-FILE
           IF WS-COST-STATUS = '00'
              MOVE 'Y' TO WS-COST-FILE-OPEN
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
           ELSE
              DISPLAY 'No GL account map - journal will use '
                 'placeholder accounts'
           END-IF
           OPEN OUTPUT COGS-JOURNAL.

       CLOSE-COSTING-FILES.
           IF WS-COST-FILE-OPEN = 'Y'
              CLOSE PRODUCT-COST-FILE
              MOVE 'N' TO WS-COST-FILE-OPEN
           END-IF
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
              MOVE 'N' TO WS-GLMAP-OPEN
           END-IF
           CLOSE COGS-JOURNAL
           DISPLAY 'Cost of goods shipped: ' WS-SHIPPED-COST
           IF WS-UNCOSTED-COUNT > 0
              DISPLAY 'Lines shipped with no average cost: '
                 WS-UNCOSTED-COUNT
           END-IF.

       COST-SHIPPED-LINE.
           MOVE 0 TO WS-LINE-COST
           IF WS-COST-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO PC-PROD-CODE
              READ PRODUCT-COST-FILE
                 INVALID KEY
                    ADD 1 TO WS-UNCOSTED-COUNT
                 NOT INVALID KEY
                    COMPUTE WS-LINE-COST ROUNDED =
                       WS-SHIP-QTY * PC-AVG-UNIT-COST
              END-READ
           ELSE
              ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           ADD WS-LINE-COST TO WS-SHIPPED-COST.

      *    One balanced pair for the order under GLMAP type 'CS':
      *    debit side cost of goods sold, credit side inventory.
       WRITE-COGS-JOURNAL.
           MOVE 'D' TO WS-GL-LOOKUP-SIDE
           PERFORM WRITE-JOURNAL-DETAIL
           MOVE 'C' TO WS-GL-LOOKUP-SIDE
           PERFORM WRITE-JOURNAL-DETAIL
           MOVE 'H' TO GLJ-H-REC-TYPE
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO GLJ-H-RUN-DATE
           MOVE 1 TO GLJ-H-CYCLE
           MOVE WS-SHIPPED-COST TO GLJ-H-TOTAL-DEBITS
           MOVE WS-SHIPPED-COST TO GLJ-H-TOTAL-CREDITS
           MOVE 0 TO GLJ-H-NET-AMOUNT
           WRITE GL-JOURNAL-HEADER.

       WRITE-JOURNAL-DETAIL.
           PERFORM LOOKUP-COGS-ACCOUNT
           MOVE 'D' TO GLJ-D-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-GL-LOOKUP-SIDE TO GLJ-D-DR-CR
           MOVE 'CS' TO GLJ-D-TRAN-TYPE
           MOVE WS-STOCK-CURRENCY TO GLJ-D-CURRENCY
           MOVE WS-SHIPPED-COST TO GLJ-D-AMOUNT
           MOVE SPACES TO GL-JOURNAL-DETAIL(30:17)
           WRITE GL-JOURNAL-DETAIL.

       LOOKUP-COGS-ACCOUNT.
           MOVE '????????' TO WS-GL-ACCOUNT
           IF WS-GLMAP-OPEN = 'Y'
              MOVE 'CS' TO GLM-TRAN-TYPE
              MOVE WS-GL-LOOKUP-SIDE TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
              END-READ
           END-IF.

      *    Cancellation reverses what order capture built: the
      *    sales lines come off SALESDAT (giving their stock
      *    allocation back) and one negative adjustment for the
      *    order subtotal reverses the posted line credits through
      *    BATCHJOB. TRAN-ID order x 1000 is free - line sequences
      *    start at 1. Line remainders already cancelled under PS
      *    were reversed then and are left out here.
       CANCEL-ORDER.
           OPEN I-O SALES-FILE
           OPEN I-O PRODUCT-FILE
              DISPLAY 'Unable to open sales or product file for '
                 'cancellation'
           ELSE
              MOVE 0 TO WS-PRIOR-CANCEL-VALUE
              MOVE 1 TO WS-DELETE-SEQ
              MOVE 'N' TO WS-DELETE-DONE
              PERFORM CANCEL-NEXT-SALES-LINE
                 UNTIL WS-DELETE-DONE = 'Y'
              COMPUTE WS-ADJ-TRAN-ID = WS-TARGET-ORDER-ID * 1000
              COMPUTE WS-ADJ-AMOUNT =
                 (ORD-SUBTOTAL - WS-PRIOR-CANCEL-VALUE) * -1
              PERFORM POST-COMPENSATING-ADJUSTMENT
           END-IF
           IF WS-SALES-STATUS = '00' OR WS-SALES-STATUS = '23'
              INVALID KEY
                 MOVE 'Y' TO WS-DELETE-DONE
              NOT INVALID KEY
                 COMPUTE WS-PRIOR-CANCEL-VALUE =
                    WS-PRIOR-CANCEL-VALUE
                    + SALE-CANCELLED-QTY * SALE-UNIT-PRICE
                 COMPUTE WS-RELEASE-QTY =
                    SALE-QUANTITY - SALE-CANCELLED-QTY
                 PERFORM RELEASE-LINE-ALLOCATION
                 MOVE 'CA' TO WS-CLAW-SOURCE
                 COMPUTE WS-CLAW-VALUE =
                    WS-RELEASE-QTY * SALE-UNIT-PRICE
                 PERFORM RECORD-CLAWBACK
                 DELETE SALES-FILE RECORD
                 ADD 1 TO WS-DELETE-SEQ
                 IF WS-DELETE-SEQ > 999
                 END-IF
           END-READ.

      *    Commission may already have been paid on the value
      *    cancelled; the clawback item lets COMMCALC recover it
      *    (and close it unpriced when the line never earned any).
      *    Lines with no employee ID were paid by name and are not
      *    clawed back.
       RECORD-CLAWBACK.
           IF WS-CLAW-FILE-OPEN = 'Y' AND SALE-EMP-ID NOT = SPACES
              AND WS-CLAW-VALUE > 0
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE SPACES TO WS-CLAW-DATE
              MOVE WS-ACCEPT-DATE(1:4) TO WS-CLAW-DATE(1:4)
              MOVE '-' TO WS-CLAW-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-CLAW-DATE(6:2)
              MOVE '-' TO WS-CLAW-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-CLAW-DATE(9:2)
              MOVE SALE-ID TO CLW-SALE-ID
              MOVE WS-CLAW-SOURCE TO CLW-SOURCE
              MOVE WS-CLAW-DATE TO CLW-POSTED-DATE
              MOVE WS-TARGET-ORDER-ID TO CLW-ORDER-ID
              MOVE SALE-EMP-ID TO CLW-EMP-ID
              MOVE SALE-DATE TO CLW-SALE-DATE
              MOVE WS-CLAW-VALUE TO CLW-SALES-VALUE
              MOVE 0 TO CLW-RATE
              MOVE 0 TO CLW-AMOUNT
              MOVE 0 TO CLW-RECOVERED
              MOVE 'N' TO CLW-STATUS
              MOVE SPACES TO CLW-RECOVERED-PERIOD
              WRITE CLAWBACK-RECORD
                 INVALID KEY
                    DISPLAY 'Clawback already recorded for sale '
                       SALE-ID
              END-WRITE
           END-IF.

       RELEASE-LINE-ALLOCATION.
           MOVE SALE-PRODUCT TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-RELEASE-QTY > PROD-ALLOCATED-QTY
                    MOVE 0 TO PROD-ALLOCATED-QTY
                 ELSE
                    SUBTRACT WS-RELEASE-QTY FROM PROD-ALLOCATED-QTY
                 END-IF
                 REWRITE PRODUCT-RECORD
                 MOVE 'RL' TO WS-MOVE-TYPE
                 MOVE 0 TO WS-MOVE-ONHAND-DELTA
                 COMPUTE WS-MOVE-ALLOC-DELTA = WS-RELEASE-QTY * -1
                 MOVE WS-TARGET-ORDER-ID TO WS-MOVE-REFERENCE
                 PERFORM SET-LINE-LOCATION
                 PERFORM WRITE-STOCK-MOVEMENT
           END-READ.

      *    The line's stock sits at the location ORDPROC allocated
      *    it at; a line written before locations were kept belongs
      *    to the main location.
       SET-LINE-LOCATION.
           MOVE SALE-LOC-CODE TO WS-MOVE-LOC-CODE
           IF WS-MOVE-LOC-CODE = SPACES
              MOVE WS-MAIN-LOC TO WS-MOVE-LOC-CODE
           END-IF.

       POST-COMPENSATING-ADJUSTMENT.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS = '00'
           IF WS-TRAN-STATUS NOT = '00'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE WS-ADJ-TRAN-ID TO TRAN-ID
           MOVE ORD-CUSTOMER-ID TO TRAN-CUST-ID
           MOVE 'AD' TO TRAN-TYPE
           MOVE WS-ADJ-AMOUNT TO TRAN-AMOUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TRAN-DATE
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TRAN-DATE(1:4)
           MOVE WS-ACCEPT-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE CUST-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'ORF' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           DISPLAY 'Compensating adjustment ' WS-ADJ-TRAN-ID
              ' written for order ' WS-TARGET-ORDER-ID.

      *    Every quantity movement leaves a ledger record on
      *    STKLEDG - the trail that says which of the four writers
      *    changed a product when a quantity looks wrong. STKRECON
      *    re-adds the ledger to prove the product master. The
      *    caller sets type, both deltas, the order or receipt
      *    reference and the location; the location's own stock
      *    record moves by the same deltas.
       WRITE-STOCK-MOVEMENT.
           PERFORM APPLY-LOCATION-MOVEMENT
           IF WS-LEDG-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO SL-PROD-CODE
              ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD
              MOVE WS-MOVE-ALLOC-DELTA TO SL-ALLOC-DELTA
              MOVE WS-MOVE-REFERENCE TO SL-REFERENCE
              MOVE 'ORDFULF ' TO SL-PROGRAM
              MOVE WS-MOVE-LOC-CODE TO SL-LOC-CODE
              WRITE STOCK-LEDGER-RECORD
           END-IF.

      *    A location with no stock record for the product yet gets
      *    one; neither quantity is taken below zero.
       APPLY-LOCATION-MOVEMENT.
           IF WS-LOCATIONS-ACTIVE = 'Y' AND
              WS-MOVE-LOC-CODE NOT = SPACES
              MOVE PROD-CODE TO PL-PROD-CODE
              MOVE WS-MOVE-LOC-CODE TO PL-LOC-CODE
              READ PRODUCT-LOCATION-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-PLOC-EXISTS
                    MOVE 0 TO PL-ON-HAND-QTY
                    MOVE 0 TO PL-ALLOCATED-QTY
                    MOVE 0 TO PL-REORDER-POINT
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-PLOC-EXISTS
              END-READ
              COMPUTE WS-PL-NEW-QTY =
                 PL-ON-HAND-QTY + WS-MOVE-ONHAND-DELTA
              IF WS-PL-NEW-QTY < 0
                 MOVE 0 TO WS-PL-NEW-QTY
              END-IF
              MOVE WS-PL-NEW-QTY TO PL-ON-HAND-QTY
              COMPUTE WS-PL-NEW-QTY =
                 PL-ALLOCATED-QTY + WS-MOVE-ALLOC-DELTA
              IF WS-PL-NEW-QTY < 0
                 MOVE 0 TO WS-PL-NEW-QTY
              END-IF
              MOVE WS-PL-NEW-QTY TO PL-ALLOCATED-QTY
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
