      * digits). A release report lists what was        *
      * filled and what still waits, so the branches stop polling     *
      * by hand.                                                      *
      * Each receipt is keyed against the purchase-order line it      *
      * delivers (PO 0 when there is none): the line's received       *
      * quantity and status move on, the product's on-order count     *
      * on PRODSUPL comes down, and over-receipts, short receipts     *
      * and receipts with no matching open PO line are listed on      *
      * the RCPTEXC exception report for purchasing to follow up.     *
      * Every receipt is costed - at the PO line's unit cost, or as   *
      * keyed when there is no PO - and re-averages the product's     *
      * weighted-average cost on PRODCOST. The value received goes    *
      * to a balanced journal (RCPTJRNL, GLJRNL format, GLMAP type    *
      * 'RI': debit inventory, credit goods received not invoiced)    *
      * so GLPOST carries the stock into the inventory account.       *
      * Where stock is held by location, each receipt is booked to    *
      * the location it arrived at (the main location by default),    *
      * and releases only the backorders of regions that location     *
      * serves or backs up, while its own free stock covers them.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELR-STATUS.

           SELECT PO-FILE ASSIGN TO 'POFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT PRODUCT-SUPPLY-FILE ASSIGN TO 'PRODSUPL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-PROD-CODE
           FILE STATUS IS WS-PS-STATUS.

           SELECT RECEIPT-EXCEPTION-REPORT ASSIGN TO 'RCPTEXC'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT PRODUCT-COST-FILE ASSIGN TO 'PRODCOST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PROD-CODE
           FILE STATUS IS WS-COST-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT RECEIPT-JOURNAL ASSIGN TO 'RCPTJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
              10 RS-REGION         PIC X(20).
              10 RS-SALESPERSON    PIC X(50).
              10 RS-EMP-ID         PIC X(5).
              10 RS-QUOTE-NO       PIC 9(10).
           05 RS-DETAIL-DATA REDEFINES RS-HEADER-DATA.
              10 RS-PROD-CODE      PIC X(10).
              10 RS-QUANTITY       PIC 9(6).
              10 FILLER            PIC X(89).

       FD  RELEASE-REPORT.
       01  RELEASE-REPORT-LINE     PIC X(132).

       FD  PO-FILE.
           COPY POREC.

       FD  PRODUCT-SUPPLY-FILE.
           COPY PSUPREC.

       FD  RECEIPT-EXCEPTION-REPORT.
       01  RECEIPT-EXCEPTION-LINE  PIC X(132).

       FD  PRODUCT-COST-FILE.
           COPY PCOSTREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  RECEIPT-JOURNAL.
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

       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-LEDG-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-MOVE-ONHAND-DELTA    PIC S9(7).
       01  WS-MOVE-ALLOC-DELTA     PIC S9(7).
       01  WS-MOVE-REFERENCE       PIC 9(12).
       01  WS-MOVE-LOC-CODE        PIC X(4) VALUE SPACES.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-RECEIPT-LOC          PIC X(4) VALUE SPACES.
       01  WS-RECEIPT-LOC-OK       PIC X VALUE 'Y'.
       01  WS-BO-SERVED            PIC X VALUE 'Y'.
       01  WS-LOC-FREE-QTY         PIC S9(8).
       01  WS-PL-NEW-QTY           PIC S9(8).
       01  WS-LEDG-DATE            PIC 9(8).
       01  WS-LEDG-DATE-FMT        PIC X(10).
       01  WS-LEDG-TIME            PIC 9(8).
       01  WS-FREE-QTY             PIC S9(8).
       01  WS-FILLED-COUNT         PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(5) VALUE 0.
       01  WS-PO-STATUS            PIC XX.
       01  WS-PO-FILE-OPEN         PIC X VALUE 'N'.
       01  WS-PS-STATUS            PIC XX.
       01  WS-PS-FILE-OPEN         PIC X VALUE 'N'.
       01  WS-EXC-STATUS           PIC XX.
       01  WS-RECEIPT-PO-NO        PIC 9(8).
       01  WS-RECEIPT-PO-LINE      PIC 9(3).
       01  WS-PO-MATCHED           PIC X VALUE 'N'.
       01  WS-PO-OUTSTANDING       PIC 9(7).
       01  WS-ON-ORDER-RELIEF      PIC 9(7).
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-COST-STATUS          PIC XX.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.
       01  WS-GLJ-STATUS           PIC XX.
       01  WS-RECEIPT-UNIT-COST    PIC 9(8)V99.
       01  WS-COST-ON-FILE         PIC X VALUE 'N'.
       01  WS-NEW-AVG-COST         PIC 9(7)V9(4).
       01  WS-RECEIPT-VALUE        PIC 9(12)V99.
       01  WS-RECEIPT-VALUE-TOTAL  PIC 9(12)V99 VALUE 0.
       01  WS-GL-TRAN-TYPE         PIC X(2).
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-GL-ACCOUNT           PIC X(8).
       01  WS-STOCK-CURRENCY       PIC X(3) VALUE 'USD'.

           COPY LOCLKPM.

       01  RECEIPT-EXCEPTION-HEADER.
           05 FILLER               PIC X(132) VALUE
              'EXCEPTION  PRODUCT           PO  LINE   RECEIVED  OUTSTAN
      -       'DING  DIFFERENCE  DETAIL'.

       01  RECEIPT-EXCEPTION-DETAIL.
           05 RE-EXCEPTION         PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-PO-NO             PIC Z(7)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-PO-LINE           PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-RECEIVED-QTY      PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-OUTSTANDING-QTY   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RE-DIFFERENCE        PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RE-DETAIL            PIC X(30).
           05 FILLER               PIC X(38) VALUE SPACES.

       01  RELEASE-DETAIL-LINE.
           05 RL-STATE             PIC X(9).
              END-IF
              OPEN OUTPUT RELEASE-REPORT
           END-IF
           OPEN I-O PO-FILE
           IF WS-PO-STATUS = '00'
              MOVE 'Y' TO WS-PO-FILE-OPEN
           END-IF
           OPEN I-O PRODUCT-SUPPLY-FILE
           IF WS-PS-STATUS = '00'
              MOVE 'Y' TO WS-PS-FILE-OPEN
           END-IF
           OPEN OUTPUT RECEIPT-EXCEPTION-REPORT
           WRITE RECEIPT-EXCEPTION-LINE FROM RECEIPT-EXCEPTION-HEADER
           OPEN I-O PRODUCT-COST-FILE
           IF WS-COST-STATUS NOT = '00'
              OPEN OUTPUT PRODUCT-COST-FILE
              CLOSE PRODUCT-COST-FILE
              OPEN I-O PRODUCT-COST-FILE
           END-IF
           OPEN OUTPUT RECEIPT-JOURNAL
           IF WS-COST-STATUS NOT = '00' OR WS-GLJ-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
           ELSE
              DISPLAY 'No GL account map - journal will use '
                 'placeholder accounts'
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           PERFORM BOOK-NEXT-RECEIPT UNTIL WS-DONE-FLAG = 'Y'
           IF WS-BACK-FILE-OPEN = 'Y'
              PERFORM REPORT-STILL-WAITING
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF WS-PO-FILE-OPEN = 'Y'
              CLOSE PO-FILE
           END-IF
           IF WS-PS-FILE-OPEN = 'Y'
              CLOSE PRODUCT-SUPPLY-FILE
           END-IF
           CLOSE RECEIPT-EXCEPTION-REPORT
           PERFORM WRITE-RECEIPT-JOURNAL
           CLOSE RECEIPT-JOURNAL
           CLOSE PRODUCT-COST-FILE
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           CLOSE PRODUCT-FILE
           DISPLAY 'Receipts Booked: ' WS-RECEIPT-COUNT
           DISPLAY 'Value Received: ' WS-RECEIPT-VALUE-TOTAL
           DISPLAY 'Receipt Exceptions: ' WS-EXCEPTION-COUNT
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

       BOOK-NEXT-RECEIPT.
           DISPLAY 'Enter Product Code (END to finish): '
           ACCEPT WS-RECEIPT-CODE
                 INVALID KEY
                    DISPLAY 'Invalid Product Code'
                 NOT INVALID KEY
                    PERFORM GET-RECEIPT-LOCATION
                    IF WS-RECEIPT-LOC-OK = 'Y'
                       PERFORM APPLY-RECEIPT
                    END-IF
              END-READ
           END-IF.

      *    The dock the stock arrived at; blank means the main
      *    location. A closed or unknown location books nothing.
       GET-RECEIPT-LOCATION.
           MOVE 'Y' TO WS-RECEIPT-LOC-OK
           MOVE SPACES TO WS-RECEIPT-LOC
           IF WS-LOCATIONS-ACTIVE = 'Y'
              DISPLAY 'Enter Receiving Location (blank = '
                 WS-MAIN-LOC '): '
              ACCEPT WS-RECEIPT-LOC
              IF WS-RECEIPT-LOC = SPACES
                 MOVE WS-MAIN-LOC TO WS-RECEIPT-LOC
              END-IF
              MOVE SPACES TO LKL-REGION
              MOVE WS-RECEIPT-LOC TO LKL-LOC-CODE
              CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
              IF LKL-LOC-VALID NOT = 'Y'
                 DISPLAY 'Location not found or closed: '
                    WS-RECEIPT-LOC
                 MOVE 'N' TO WS-RECEIPT-LOC-OK
              END-IF
           END-IF.

       APPLY-RECEIPT.
           DISPLAY 'Enter Quantity Received: '
           ACCEPT WS-RECEIPT-QTY
           IF WS-RECEIPT-QTY = 0
              DISPLAY 'Quantity must be greater than zero'
           ELSE
              PERFORM GET-RECEIPT-PO-LINE
              PERFORM GET-RECEIPT-UNIT-COST
              PERFORM COMPUTE-AVERAGE-COST
              ADD WS-RECEIPT-QTY TO PROD-ON-HAND-QTY
              REWRITE PRODUCT-RECORD
              IF WS-PROD-STATUS = '00'
                 MOVE 'RC' TO WS-MOVE-TYPE
                 MOVE WS-RECEIPT-QTY TO WS-MOVE-ONHAND-DELTA
                 MOVE 0 TO WS-MOVE-ALLOC-DELTA
                 IF WS-PO-MATCHED = 'Y'
                    COMPUTE WS-MOVE-REFERENCE =
                       WS-RECEIPT-PO-NO * 1000 + WS-RECEIPT-PO-LINE
                 ELSE
                    MOVE WS-RECEIPT-COUNT TO WS-MOVE-REFERENCE
                 END-IF
                 MOVE WS-RECEIPT-LOC TO WS-MOVE-LOC-CODE
                 PERFORM WRITE-STOCK-MOVEMENT
                 PERFORM APPLY-RECEIPT-TO-PO
                 PERFORM STORE-AVERAGE-COST
                 DISPLAY PROD-CODE ' on hand now: ' PROD-ON-HAND-QTY
                 IF WS-LOCATIONS-ACTIVE = 'Y'
                    DISPLAY '  at ' WS-RECEIPT-LOC ': '
                       PL-ON-HAND-QTY
                 END-IF
                 PERFORM RELEASE-PRODUCT-BACKORDERS
              ELSE
                 DISPLAY 'Error updating product: ' WS-PROD-STATUS
              END-IF
           END-IF.

      *    The PO line the delivery is against. PO 0 books the
      *    receipt with no PO; a line that is not on file, is for
      *    another product or is already closed is treated the same
      *    way - the stock is on the dock either way - and both land
      *    on the exception report.
       GET-RECEIPT-PO-LINE.
           MOVE 'N' TO WS-PO-MATCHED
           MOVE 0 TO WS-RECEIPT-PO-NO
           MOVE 0 TO WS-RECEIPT-PO-LINE
           IF WS-PO-FILE-OPEN = 'Y'
              DISPLAY 'Enter PO Number (0 = no PO): '
              ACCEPT WS-RECEIPT-PO-NO
           END-IF
           IF WS-RECEIPT-PO-NO = 0
              MOVE 'NO PO' TO RE-EXCEPTION
              MOVE 'RECEIVED WITHOUT A PO' TO RE-DETAIL
              MOVE 0 TO WS-PO-OUTSTANDING
              PERFORM WRITE-RECEIPT-EXCEPTION
           ELSE
              DISPLAY 'Enter PO Line: '
              ACCEPT WS-RECEIPT-PO-LINE
              MOVE WS-RECEIPT-PO-NO TO PO-NO
              MOVE WS-RECEIPT-PO-LINE TO PO-LINE
              READ PO-FILE
                 INVALID KEY
                    MOVE 'NOT ON FILE' TO RE-DETAIL
                 NOT INVALID KEY
                    IF PO-PROD-CODE NOT = PROD-CODE
                       MOVE 'PO LINE IS FOR ANOTHER PRODUCT'
                          TO RE-DETAIL
                    ELSE
                       IF NOT PO-LINE-OUTSTANDING
                          MOVE 'PO LINE NOT OPEN' TO RE-DETAIL
                       ELSE
                          MOVE 'Y' TO WS-PO-MATCHED
                       END-IF
                    END-IF
              END-READ
              IF WS-PO-MATCHED = 'N'
                 MOVE 'NO PO' TO RE-EXCEPTION
                 MOVE 0 TO WS-PO-OUTSTANDING
                 PERFORM WRITE-RECEIPT-EXCEPTION
              END-IF
           END-IF.

      *    A matched receipt moves the PO line on: received quantity
      *    up, RC once the ordered quantity is in, PR while some is
      *    still due. More than was outstanding is an over-receipt,
      *    less is a short receipt; either is reported. The on-order
      *    count comes down only by what the line was still owed.
       APPLY-RECEIPT-TO-PO.
           IF WS-PO-MATCHED = 'Y'
              COMPUTE WS-PO-OUTSTANDING =
                 PO-ORDER-QTY - PO-RECEIVED-QTY
              ADD WS-RECEIPT-QTY TO PO-RECEIVED-QTY
              IF PO-RECEIVED-QTY NOT < PO-ORDER-QTY
                 MOVE 'RC' TO PO-STATUS
              ELSE
                 MOVE 'PR' TO PO-STATUS
              END-IF
              REWRITE PO-LINE-RECORD
              IF WS-RECEIPT-QTY > WS-PO-OUTSTANDING
                 MOVE WS-PO-OUTSTANDING TO WS-ON-ORDER-RELIEF
                 MOVE 'OVER' TO RE-EXCEPTION
                 MOVE 'RECEIVED MORE THAN ORDERED' TO RE-DETAIL
                 PERFORM WRITE-RECEIPT-EXCEPTION
              ELSE
                 MOVE WS-RECEIPT-QTY TO WS-ON-ORDER-RELIEF
                 IF WS-RECEIPT-QTY < WS-PO-OUTSTANDING
                    MOVE 'SHORT' TO RE-EXCEPTION
                    MOVE 'BALANCE STILL DUE ON PO LINE' TO RE-DETAIL
                    PERFORM WRITE-RECEIPT-EXCEPTION
                 END-IF
              END-IF
              PERFORM RELIEVE-ON-ORDER
           END-IF.

       RELIEVE-ON-ORDER.
           IF WS-PS-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO PS-PROD-CODE
              READ PRODUCT-SUPPLY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PS-ON-ORDER-QTY > WS-ON-ORDER-RELIEF
                       SUBTRACT WS-ON-ORDER-RELIEF
                          FROM PS-ON-ORDER-QTY
                    ELSE
                       MOVE 0 TO PS-ON-ORDER-QTY
                    END-IF
                    REWRITE PRODUCT-SUPPLY-RECORD
              END-READ
           END-IF.

       WRITE-RECEIPT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE PROD-CODE TO RE-PROD-CODE
           MOVE WS-RECEIPT-PO-NO TO RE-PO-NO
           MOVE WS-RECEIPT-PO-LINE TO RE-PO-LINE
           MOVE WS-RECEIPT-QTY TO RE-RECEIVED-QTY
           MOVE WS-PO-OUTSTANDING TO RE-OUTSTANDING-QTY
           IF WS-RECEIPT-QTY > WS-PO-OUTSTANDING
              COMPUTE RE-DIFFERENCE =
                 WS-RECEIPT-QTY - WS-PO-OUTSTANDING
           ELSE
              COMPUTE RE-DIFFERENCE =
                 WS-PO-OUTSTANDING - WS-RECEIPT-QTY
           END-IF
           WRITE RECEIPT-EXCEPTION-LINE FROM RECEIPT-EXCEPTION-DETAIL.

      *    A receipt against a PO line comes in at the PO's unit
      *    cost; anything else is costed by the person booking it.
       GET-RECEIPT-UNIT-COST.
           IF WS-PO-MATCHED = 'Y'
              MOVE PO-UNIT-COST TO WS-RECEIPT-UNIT-COST
           ELSE
              DISPLAY 'Enter Unit Cost: '
              ACCEPT WS-RECEIPT-UNIT-COST
           END-IF.

      *    Weighted average over the stock already on hand (at the
      *    old average) and the receipt (at its cost). A product
      *    with no cost yet simply takes the receipt cost.
       COMPUTE-AVERAGE-COST.
           MOVE PROD-CODE TO PC-PROD-CODE
           READ PRODUCT-COST-FILE
              INVALID KEY
                 MOVE 'N' TO WS-COST-ON-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-COST-ON-FILE
           END-READ
           IF WS-COST-ON-FILE = 'N' OR PC-AVG-UNIT-COST = 0
              MOVE WS-RECEIPT-UNIT-COST TO WS-NEW-AVG-COST
           ELSE
              COMPUTE WS-NEW-AVG-COST ROUNDED =
                 (PROD-ON-HAND-QTY * PC-AVG-UNIT-COST +
                  WS-RECEIPT-QTY * WS-RECEIPT-UNIT-COST) /
                 (PROD-ON-HAND-QTY + WS-RECEIPT-QTY)
           END-IF.

       STORE-AVERAGE-COST.
           COMPUTE WS-RECEIPT-VALUE ROUNDED =
              WS-RECEIPT-QTY * WS-RECEIPT-UNIT-COST
           ADD WS-RECEIPT-VALUE TO WS-RECEIPT-VALUE-TOTAL
           MOVE PROD-CODE TO PC-PROD-CODE
           MOVE WS-NEW-AVG-COST TO PC-AVG-UNIT-COST
           MOVE WS-RECEIPT-UNIT-COST TO PC-LAST-RECEIPT-COST
           MOVE WS-LEDG-DATE-FMT TO PC-LAST-RECEIPT-DATE
           IF WS-COST-ON-FILE = 'Y'
              REWRITE PRODUCT-COST-RECORD
           ELSE
              WRITE PRODUCT-COST-RECORD
                 INVALID KEY
                    DISPLAY 'Error writing product cost: '
                       WS-COST-STATUS
              END-WRITE
           END-IF
           DISPLAY PROD-CODE ' average cost now: ' PC-AVG-UNIT-COST.

      *    One balanced pair for the run's receipts under GLMAP type
      *    'RI' - debit side the inventory account, credit side the
      *    goods-received accrual - written even when nothing was
      *    received so the journal always carries its header.
       WRITE-RECEIPT-JOURNAL.
           MOVE 'RI' TO WS-GL-TRAN-TYPE
           MOVE 'D' TO WS-GL-LOOKUP-SIDE
           PERFORM WRITE-JOURNAL-DETAIL
           MOVE 'C' TO WS-GL-LOOKUP-SIDE
           PERFORM WRITE-JOURNAL-DETAIL
           MOVE 'H' TO GLJ-H-REC-TYPE
           ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD
           MOVE WS-LEDG-DATE TO GLJ-H-RUN-DATE
           MOVE 1 TO GLJ-H-CYCLE
           MOVE WS-RECEIPT-VALUE-TOTAL TO GLJ-H-TOTAL-DEBITS
           MOVE WS-RECEIPT-VALUE-TOTAL TO GLJ-H-TOTAL-CREDITS
           MOVE 0 TO GLJ-H-NET-AMOUNT
           WRITE GL-JOURNAL-HEADER.

       WRITE-JOURNAL-DETAIL.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE 'D' TO GLJ-D-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-GL-LOOKUP-SIDE TO GLJ-D-DR-CR
           MOVE WS-GL-TRAN-TYPE TO GLJ-D-TRAN-TYPE
           MOVE WS-STOCK-CURRENCY TO GLJ-D-CURRENCY
           MOVE WS-RECEIPT-VALUE-TOTAL TO GLJ-D-AMOUNT
           MOVE SPACES TO GL-JOURNAL-DETAIL(30:17)
           WRITE GL-JOURNAL-DETAIL.

       LOOKUP-GL-ACCOUNT.
           MOVE '????????' TO WS-GL-ACCOUNT
           IF WS-GLMAP-OPEN = 'Y'
              MOVE WS-GL-TRAN-TYPE TO GLM-TRAN-TYPE
              MOVE WS-GL-LOOKUP-SIDE TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
              END-READ
           END-IF.

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
              MOVE 'STKRECPT' TO SL-PROGRAM
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

      *    The queue for the product just received releases in
      *    first-come order while the free stock covers each line:
      *    an H/D submission pair per released backorder goes to
      *    BORELEAS for the next ORDPROC BATCH run - the normal
      *    allocation and order-completion path, not a side door.
      *    By location, only the receiving location's free stock
      *    counts, since that is where ORDPROC will allocate it.
       RELEASE-PRODUCT-BACKORDERS.
           IF WS-BACK-FILE-OPEN = 'Y'
              COMPUTE WS-FREE-QTY =
                 PROD-ON-HAND-QTY - PROD-ALLOCATED-QTY
              IF WS-LOCATIONS-ACTIVE = 'Y'
                 PERFORM LIMIT-FREE-TO-LOCATION
              END-IF
              MOVE 0 TO BO-SEQ
              START BACKORDER-FILE KEY IS NOT LESS THAN BO-SEQ
                 INVALID KEY
              NOT AT END
                 IF BO-PROD-CODE = WS-RECEIPT-CODE AND
                    BO-QUANTITY NOT > WS-FREE-QTY
                    PERFORM CHECK-BACKORDER-SERVED
                    IF WS-BO-SERVED = 'Y'
                       PERFORM RELEASE-ONE-BACKORDER
                    END-IF
                 END-IF
           END-READ.

       LIMIT-FREE-TO-LOCATION.
           MOVE 0 TO WS-LOC-FREE-QTY
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE WS-RECEIPT-LOC TO PL-LOC-CODE
           READ PRODUCT-LOCATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-LOC-FREE-QTY =
                    PL-ON-HAND-QTY - PL-ALLOCATED-QTY
           END-READ
           IF WS-LOC-FREE-QTY < WS-FREE-QTY
              MOVE WS-LOC-FREE-QTY TO WS-FREE-QTY
           END-IF.

      *    A backorder is released by a receipt only at a location
      *    that serves its region or stands as the region's
      *    fallback; otherwise it waits for stock there.
       CHECK-BACKORDER-SERVED.
           MOVE 'Y' TO WS-BO-SERVED
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE BO-REGION TO LKL-REGION
              MOVE SPACES TO LKL-LOC-CODE
              CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
              IF LKL-PRIMARY-LOC NOT = WS-RECEIPT-LOC AND
                 LKL-FALLBACK-LOC NOT = WS-RECEIPT-LOC
                 MOVE 'N' TO WS-BO-SERVED
              END-IF
           END-IF.

       RELEASE-ONE-BACKORDER.
           SUBTRACT BO-QUANTITY FROM WS-FREE-QTY
           MOVE 'H' TO RS-REC-TYPE
           MOVE BO-REGION TO RS-REGION
           MOVE BO-SALESPERSON TO RS-SALESPERSON
           MOVE BO-EMP-ID TO RS-EMP-ID
           MOVE 0 TO RS-QUOTE-NO
           WRITE RELEASE-SUBMISSION-RECORD
           MOVE 'D' TO RS-REC-TYPE
           MOVE SPACES TO RS-HEADER-DATA
