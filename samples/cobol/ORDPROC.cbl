      * global sequence) instead of rejecting the whole order;       *
      * STKRECPT releases the queue when a receipt lands, writing    *
      * submission records that re-enter this same BATCH path.       *
      * An order may name a quotation saved by VALIDATE (keyed online *
      * or on the BATCH header): while the quote is open and          *
      * unexpired its lines are booked at the quoted unit prices,     *
      * discount, tax and shipping, and the quote is marked           *
      * converted.                                                    *
      * Once stock is held by warehouse location (LOCLOOK), each line *
      * is allocated at the location serving the order's region, or   *
      * at the region's fallback location when the first cannot       *
      * cover it; the sales line carries the location it was          *
      * allocated at, for ORDFULF to ship from.                       *
      * An order that passes every check but credit - it would take   *
      * the customer over the limit, or the account is aged on        *
      * COLLTRK or under an AL or DB hold - is no longer rejected     *
      * once the credit-hold queue CRHOLD is in place: it is taken    *
      * as CH with its stock allocated but nothing posted, and waits  *
      * on CRHOLD for the credit controller (CRHMNT) to release or    *
      * decline it. A customer not on file is still rejected.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS BO-SEQ
           FILE STATUS IS WS-BACK-STATUS.

           SELECT QUOTE-FILE ASSIGN TO 'QUOTEFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTE-QUOTE-NO
           FILE STATUS IS WS-QUOTE-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO 'CRHOLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-ORDER-ID
           FILE STATUS IS WS-CRH-STATUS.

           SELECT TRACKING-FILE ASSIGN TO 'COLLTRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CUST-ID
           FILE STATUS IS WS-TRK-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-CUST-ID
           FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD.
              10 SUB-REGION        PIC X(20).
              10 SUB-SALESPERSON   PIC X(50).
              10 SUB-EMP-ID        PIC X(5).
              10 SUB-QUOTE-NO      PIC 9(10).
           05 SUB-DETAIL-DATA REDEFINES SUB-HEADER-DATA.
              10 SUB-PROD-CODE     PIC X(10).
              10 SUB-QUANTITY      PIC 9(6).
              10 FILLER            PIC X(89).

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05 BO-SALESPERSON       PIC X(50).
           05 BO-EMP-ID            PIC X(5).

       FD  QUOTE-FILE.
           COPY QTEREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       FD  CREDIT-HOLD-FILE.
           COPY CRHREC.

       FD  TRACKING-FILE.
       01  TRACKING-RECORD.
           05 CT-CUST-ID           PIC 9(10).
           05 CT-FIRST-BREACH-DATE PIC X(10).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-CUST-ID         PIC 9(10).
           05 HOLD-TYPE            PIC X(2).
              88 HOLD-ALL-TRANSACTIONS VALUE 'AL'.
              88 HOLD-DEBITS-ONLY      VALUE 'DB'.
           05 HOLD-THRESHOLD-AMOUNT PIC 9(10)V99.
           05 HOLD-PLACED-DATE     PIC X(10).
           05 HOLD-EXPIRY-DATE     PIC X(10).
           05 HOLD-REASON          PIC X(50).
           05 HOLD-ACCT-NO         PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-STATUS    PIC XX.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-MOVE-ONHAND-DELTA    PIC S9(7).
       01  WS-MOVE-ALLOC-DELTA     PIC S9(7).
       01  WS-MOVE-REFERENCE       PIC 9(12).
       01  WS-MOVE-LOC-CODE        PIC X(4) VALUE SPACES.
       01  WS-LEDG-DATE            PIC 9(8).
       01  WS-LEDG-DATE-FMT        PIC X(10).
       01  WS-LEDG-TIME            PIC 9(8).
       01  WS-BACKORDER-OPTION     PIC X VALUE 'N'.
       01  WS-NEXT-BO-SEQ          PIC 9(10).
       01  WS-QUEUED-COUNT         PIC 9(5) VALUE 0.
       01  WS-QUOTE-STATUS         PIC XX.
       01  WS-QUOTE-FILE-OPEN      PIC X VALUE 'N'.
       01  WS-QUOTE-NO             PIC 9(10) VALUE 0.
       01  WS-QUOTE-VALID          PIC X VALUE 'N'.
       01  WS-QUOTE-REASON         PIC X(50).
       01  WS-QUOTE-LINE-SUB       PIC 9(2).
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-ORDER-PRIMARY-LOC    PIC X(4) VALUE SPACES.
       01  WS-ORDER-FALLBACK-LOC   PIC X(4) VALUE SPACES.
       01  WS-LINE-LOC-CODE        PIC X(4) VALUE SPACES.
       01  WS-CHECK-LOC-CODE       PIC X(4).
       01  WS-LOC-FREE-QTY         PIC S9(8).
       01  WS-PRODUCT-FREE-QTY     PIC S9(8).
       01  WS-PL-NEW-QTY           PIC S9(8).
       01  WS-CRH-STATUS           PIC XX.
       01  WS-CRH-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-TRK-STATUS           PIC XX.
       01  WS-TRK-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-HOLD-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-CREDIT-HOLD-REASON   PIC X(2) VALUE SPACES.
       01  WS-CREDIT-HOLD-QUEUED   PIC X VALUE 'N'.
       01  WS-NEW-ORDER-STATUS     PIC X(2) VALUE 'OP'.
       01  WS-HELD-COUNT           PIC 9(7) VALUE 0.
       01  WS-SUBM-STATUS          PIC XX.
       01  WS-REJ-STATUS           PIC XX.
       01  WS-RUN-MODE             PIC X(6).
       01  WS-ORDER-OPEN           PIC X VALUE 'N'.
       01  WS-ORDER-REJECTED       PIC X VALUE 'N'.
       01  WS-BATCH-REJECT-REASON  PIC X(50).
       01  WS-EMP-REFUSAL          PIC X(50).
       01  WS-ACCEPTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-SALES-FILE-STATUS    PIC XX.

           COPY EMPLKPM.

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN EXTEND ORDER-FILE
           IF WS-LEDG-STATUS = '00'
              MOVE 'Y' TO WS-LEDG-FILE-OPEN
           END-IF
           OPEN I-O QUOTE-FILE
           IF WS-QUOTE-STATUS = '00'
              MOVE 'Y' TO WS-QUOTE-FILE-OPEN
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           PERFORM OPEN-CREDIT-HOLD-FILES
           DISPLAY 'Enter Run Mode (ONLINE/BATCH): '
           ACCEPT WS-RUN-MODE
           IF BATCH-MODE
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF WS-QUOTE-FILE-OPEN = 'Y'
              CLOSE QUOTE-FILE
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           IF WS-CRH-FILE-OPEN = 'Y'
              CLOSE CREDIT-HOLD-FILE
           END-IF
           IF WS-TRK-FILE-OPEN = 'Y'
              CLOSE TRACKING-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN = 'Y'
              CLOSE HOLD-FILE
           END-IF
           STOP RUN.

      *    Stock is held by location only once WHSEMAST names a main
      *    warehouse; until then every line allocates company-wide
      *    with a blank location, exactly as before.
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
           END-IF.

      *    Without the credit-hold queue an order that fails credit
      *    is rejected as it always was. The aged-account and
      *    account-hold files are only consulted when the queue is
      *    there to take the order.
       OPEN-CREDIT-HOLD-FILES.
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRH-STATUS NOT = '00'
              OPEN OUTPUT CREDIT-HOLD-FILE
              CLOSE CREDIT-HOLD-FILE
              OPEN I-O CREDIT-HOLD-FILE
           END-IF
           IF WS-CRH-STATUS = '00'
              MOVE 'Y' TO WS-CRH-FILE-OPEN
              OPEN INPUT TRACKING-FILE
              IF WS-TRK-STATUS = '00'
                 MOVE 'Y' TO WS-TRK-FILE-OPEN
              END-IF
              OPEN INPUT HOLD-FILE
              IF WS-HOLD-STATUS = '00'
                 MOVE 'Y' TO WS-HOLD-FILE-OPEN
              END-IF
           END-IF.

       PROCESS-SUBMISSION-FILE.
           OPEN INPUT SUBMISSION-FILE
           OPEN OUTPUT REJECT-FILE
           DISPLAY 'Batch Order Intake Complete'
           DISPLAY 'Orders Accepted: ' WS-ACCEPTED-COUNT
           DISPLAY 'Orders Rejected: ' WS-REJECTED-COUNT
           DISPLAY 'Orders Held For Credit: ' WS-HELD-COUNT
           DISPLAY 'Lines Backordered: ' WS-QUEUED-COUNT.

       PROCESS-NEXT-SUBMISSION.
           MOVE SUB-ORDER-ID TO WS-ORDER-ID
           MOVE SUB-CUSTOMER-ID TO WS-CUSTOMER-ID
           MOVE SUB-REGION TO WS-ORDER-REGION
           PERFORM RESOLVE-ORDER-LOCATIONS
           MOVE SUB-SALESPERSON TO WS-ORDER-SALESPERSON
           MOVE SUB-EMP-ID TO WS-ORDER-EMP-ID
           MOVE 0 TO WS-ORDER-TOTAL
           PERFORM VALIDATE-EMPLOYEE-ID
           IF WS-ORDER-EMP-ID = SPACES AND SUB-EMP-ID NOT = SPACES
              MOVE 'Y' TO WS-ORDER-REJECTED
              MOVE WS-EMP-REFUSAL TO WS-BATCH-REJECT-REASON
           END-IF
           MOVE 0 TO WS-QUOTE-NO
           IF SUB-QUOTE-NO NUMERIC
              MOVE SUB-QUOTE-NO TO WS-QUOTE-NO
           END-IF
           IF WS-QUOTE-NO > 0 AND WS-ORDER-REJECTED = 'N'
              PERFORM START-BATCH-QUOTED-ORDER
           END-IF.

      *    A quoted order takes its lines from the quotation, so the
      *    header stands alone; the quote must be for the customer
      *    on the header.
       START-BATCH-QUOTED-ORDER.
           PERFORM LOAD-QUOTE
           IF WS-QUOTE-VALID = 'N'
              MOVE 'Y' TO WS-ORDER-REJECTED
              MOVE WS-QUOTE-REASON TO WS-BATCH-REJECT-REASON
           ELSE
              IF QTE-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                 MOVE 'Y' TO WS-ORDER-REJECTED
                 MOVE 'Quotation is for another customer'
                    TO WS-BATCH-REJECT-REASON
              ELSE
                 PERFORM ALLOCATE-QUOTED-LINES
              END-IF
           END-IF.

      *    A bad line rejects the whole order - the branch corrects
      *    order are skipped; any lines already allocated give the
      *    stock back when the order finishes.
       PROCESS-BATCH-DETAIL.
           IF WS-ORDER-REJECTED = 'N' AND WS-QUOTE-NO > 0
              MOVE 'Y' TO WS-ORDER-REJECTED
              MOVE 'Quoted order may not carry detail lines'
                 TO WS-BATCH-REJECT-REASON
           END-IF
           IF WS-ORDER-REJECTED = 'N'
              MOVE SUB-PROD-CODE TO PROD-CODE
              READ PRODUCT-FILE

       ALLOCATE-BATCH-LINE.
           MOVE SUB-QUANTITY TO WS-LINE-QUANTITY
           PERFORM CHOOSE-LINE-LOCATION
           IF WS-LINE-QUANTITY > WS-AVAILABLE-QTY
              IF WS-BACKORDER-OPTION = 'Y'
                 PERFORM QUEUE-BACKORDER-LINE
              MOVE 0 TO WS-MOVE-ONHAND-DELTA
              MOVE WS-LINE-QUANTITY TO WS-MOVE-ALLOC-DELTA
              MOVE WS-ORDER-ID TO WS-MOVE-REFERENCE
              MOVE WS-LINE-LOC-CODE TO WS-MOVE-LOC-CODE
              PERFORM WRITE-STOCK-MOVEMENT
              MOVE SUB-PROD-CODE TO WS-LINE-PRODUCT
              PERFORM PRICE-CURRENT-LINE
                 END-READ
           END-START.

      *    The order's region decides where its lines are filled
      *    from: the region's serving location and its fallback.
       RESOLVE-ORDER-LOCATIONS.
           MOVE SPACES TO WS-ORDER-PRIMARY-LOC
           MOVE SPACES TO WS-ORDER-FALLBACK-LOC
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE WS-ORDER-REGION TO LKL-REGION
              MOVE SPACES TO LKL-LOC-CODE
              CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
              MOVE LKL-PRIMARY-LOC TO WS-ORDER-PRIMARY-LOC
              MOVE LKL-FALLBACK-LOC TO WS-ORDER-FALLBACK-LOC
           END-IF.

      *    Sets the free quantity the line is measured against and
      *    the location it would be allocated at. By location, the
      *    serving location takes the whole line if it can, else
      *    the fallback if that can; a line neither covers is short
      *    against the serving location. Lines are never split. The
      *    company-wide free quantity still caps the answer, so a
      *    location record ahead of the product total cannot
      *    over-allocate.
       CHOOSE-LINE-LOCATION.
           MOVE SPACES TO WS-LINE-LOC-CODE
           COMPUTE WS-AVAILABLE-QTY =
              PROD-ON-HAND-QTY - PROD-ALLOCATED-QTY
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE WS-AVAILABLE-QTY TO WS-PRODUCT-FREE-QTY
              MOVE WS-ORDER-PRIMARY-LOC TO WS-CHECK-LOC-CODE
              PERFORM GET-LOCATION-FREE-QTY
              MOVE WS-LOC-FREE-QTY TO WS-AVAILABLE-QTY
              MOVE WS-ORDER-PRIMARY-LOC TO WS-LINE-LOC-CODE
              IF WS-LINE-QUANTITY > WS-LOC-FREE-QTY AND
                 WS-ORDER-FALLBACK-LOC NOT = SPACES
                 MOVE WS-ORDER-FALLBACK-LOC TO WS-CHECK-LOC-CODE
                 PERFORM GET-LOCATION-FREE-QTY
                 IF WS-LINE-QUANTITY NOT > WS-LOC-FREE-QTY
                    MOVE WS-LOC-FREE-QTY TO WS-AVAILABLE-QTY
                    MOVE WS-ORDER-FALLBACK-LOC TO WS-LINE-LOC-CODE
                 END-IF
              END-IF
              IF WS-AVAILABLE-QTY > WS-PRODUCT-FREE-QTY
                 MOVE WS-PRODUCT-FREE-QTY TO WS-AVAILABLE-QTY
              END-IF
           END-IF.

       GET-LOCATION-FREE-QTY.
           MOVE 0 TO WS-LOC-FREE-QTY
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE WS-CHECK-LOC-CODE TO PL-LOC-CODE
           READ PRODUCT-LOCATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-LOC-FREE-QTY =
                    PL-ON-HAND-QTY - PL-ALLOCATED-QTY
           END-READ.

       FINISH-BATCH-ORDER.
           MOVE 'N' TO WS-ORDER-OPEN
           IF WS-ORDER-REJECTED = 'N' AND WS-LINE-ITEM-COUNT = 0
              PERFORM CHECK-CREDIT-LIMIT
              IF WS-CREDIT-APPROVED = 'Y'
                 PERFORM APPLY-TAX
                 MOVE 'OP' TO WS-NEW-ORDER-STATUS
                 PERFORM WRITE-ORDER-RECORD
                 PERFORM POST-SALES-TRANSACTIONS
                 PERFORM MARK-QUOTE-CONVERTED
                 ADD 1 TO WS-ACCEPTED-COUNT
              END-IF
              IF WS-CREDIT-APPROVED = 'H'
                 PERFORM HOLD-CREDIT-ORDER
                 IF WS-CREDIT-HOLD-QUEUED = 'N'
                    MOVE 'Credit hold could not be queued'
                       TO WS-BATCH-REJECT-REASON
                    MOVE 'Y' TO WS-ORDER-REJECTED
                 END-IF
              END-IF
              IF WS-CREDIT-APPROVED = 'N'
                 IF WS-CUST-FILE-STATUS = '00'
                    MOVE 'Credit limit would be exceeded'
                       TO WS-BATCH-REJECT-REASON
       PROCESS-ORDER.
           DISPLAY 'Enter Order ID: '
           ACCEPT WS-ORDER-ID
           DISPLAY 'Enter Quotation Number (0 if none): '
           ACCEPT WS-QUOTE-NO
           IF WS-QUOTE-NO NOT NUMERIC
              MOVE 0 TO WS-QUOTE-NO
           END-IF
           PERFORM SET-ORDER-DATE
           MOVE 'N' TO WS-ORDER-CONTRACT-FLAG
           IF WS-QUOTE-NO > 0
              PERFORM PROCESS-QUOTED-ORDER
           ELSE
              DISPLAY 'Enter Customer ID: '
              ACCEPT WS-CUSTOMER-ID
              DISPLAY 'Enter Region: '
              ACCEPT WS-ORDER-REGION
              PERFORM RESOLVE-ORDER-LOCATIONS
              DISPLAY 'Enter Salesperson: '
              ACCEPT WS-ORDER-SALESPERSON
              DISPLAY 'Enter Salesperson Employee ID (blank if '
                 'unknown): '
              ACCEPT WS-ORDER-EMP-ID
              PERFORM VALIDATE-EMPLOYEE-ID
              PERFORM CALCULATE-ORDER-TOTAL
              PERFORM COMPLETE-ONLINE-ORDER
           END-IF.

       COMPLETE-ONLINE-ORDER.
           PERFORM CHECK-CREDIT-LIMIT
           EVALUATE WS-CREDIT-APPROVED
              WHEN 'Y'
                 PERFORM APPLY-TAX
                 MOVE 'OP' TO WS-NEW-ORDER-STATUS
                 PERFORM WRITE-ORDER-RECORD
                 PERFORM POST-SALES-TRANSACTIONS
                 PERFORM MARK-QUOTE-CONVERTED
                 PERFORM DISPLAY-ORDER-SUMMARY
              WHEN 'H'
                 PERFORM HOLD-CREDIT-ORDER
                 IF WS-CREDIT-HOLD-QUEUED = 'Y'
                    PERFORM DISPLAY-CREDIT-HOLD
                 ELSE
                    PERFORM REJECT-ORDER
                 END-IF
              WHEN OTHER
                 PERFORM REJECT-ORDER
           END-EVALUATE.

      *    Online, the quotation supplies the customer, region,
      *    salesperson and every line; nothing is keyed but the
      *    order number. A quoted line short of free stock cannot
      *    be re-keyed, so the order is not taken and any lines
      *    already allocated give their stock back.
       PROCESS-QUOTED-ORDER.
           PERFORM LOAD-QUOTE
           IF WS-QUOTE-VALID = 'N'
              DISPLAY 'Quotation not accepted: ' WS-QUOTE-REASON
           ELSE
              MOVE QTE-CUSTOMER-ID TO WS-CUSTOMER-ID
              MOVE QTE-REGION TO WS-ORDER-REGION
              PERFORM RESOLVE-ORDER-LOCATIONS
              MOVE QTE-SALESPERSON TO WS-ORDER-SALESPERSON
              MOVE QTE-EMP-ID TO WS-ORDER-EMP-ID
              PERFORM VALIDATE-EMPLOYEE-ID
              MOVE 'N' TO WS-ORDER-REJECTED
              PERFORM ALLOCATE-QUOTED-LINES
              IF WS-ORDER-REJECTED = 'Y'
                 DISPLAY 'Quoted order not taken: '
                    WS-BATCH-REJECT-REASON
                 PERFORM DELETE-SALES-LINE-ITEMS
              ELSE
                 PERFORM COMPLETE-ONLINE-ORDER
              END-IF
           END-IF.

      *    A quotation is honoured only while it is open and the
      *    order date is not past its expiry date.
       LOAD-QUOTE.
           MOVE 'N' TO WS-QUOTE-VALID
           MOVE SPACES TO WS-QUOTE-REASON
           IF WS-QUOTE-FILE-OPEN NOT = 'Y'
              MOVE 'Quotation file not available' TO WS-QUOTE-REASON
           ELSE
              MOVE WS-QUOTE-NO TO QTE-QUOTE-NO
              READ QUOTE-FILE
                 INVALID KEY
                    MOVE 'Quotation not found' TO WS-QUOTE-REASON
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN NOT QTE-STATUS-OPEN
                          MOVE 'Quotation already converted'
                             TO WS-QUOTE-REASON
                       WHEN WS-ORDER-DATE > QTE-EXPIRY-DATE
                          MOVE 'Quotation has expired'
                             TO WS-QUOTE-REASON
                       WHEN OTHER
                          MOVE 'Y' TO WS-QUOTE-VALID
                    END-EVALUATE
              END-READ
           END-IF.

      *    Each quoted line is allocated like any captured line but
      *    priced at the quoted unit price, not a fresh PRCLOOK
      *    answer. A short line is not backordered - the backorder
      *    queue re-prices on release, which would break the quote.
       ALLOCATE-QUOTED-LINES.
           MOVE 0 TO WS-ORDER-TOTAL
           MOVE 0 TO WS-LINE-ITEM-COUNT
           MOVE 1 TO WS-LINE-ITEM-SEQ
           MOVE 1 TO WS-QUOTE-LINE-SUB
           PERFORM ALLOCATE-NEXT-QUOTED-LINE
              UNTIL WS-QUOTE-LINE-SUB > QTE-LINE-COUNT
                 OR WS-ORDER-REJECTED = 'Y'.

       ALLOCATE-NEXT-QUOTED-LINE.
           MOVE QTE-PROD-CODE(WS-QUOTE-LINE-SUB) TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-ORDER-REJECTED
                 MOVE 'Invalid product code'
                    TO WS-BATCH-REJECT-REASON
              NOT INVALID KEY
                 MOVE QTE-QUANTITY(WS-QUOTE-LINE-SUB)
                    TO WS-LINE-QUANTITY
                 PERFORM CHOOSE-LINE-LOCATION
                 EVALUATE TRUE
                    WHEN PROD-STATUS = 'D'
                       MOVE 'Y' TO WS-ORDER-REJECTED
                       MOVE 'Product discontinued'
                          TO WS-BATCH-REJECT-REASON
                    WHEN PROD-COUNT-FREEZE = 'Y'
                       MOVE 'Y' TO WS-ORDER-REJECTED
                       MOVE 'Product frozen for stock count'
                          TO WS-BATCH-REJECT-REASON
                    WHEN WS-LINE-QUANTITY > WS-AVAILABLE-QTY
                       MOVE 'Y' TO WS-ORDER-REJECTED
                       MOVE 'Insufficient stock'
                          TO WS-BATCH-REJECT-REASON
                    WHEN OTHER
                       PERFORM BOOK-QUOTED-LINE
                 END-EVALUATE
           END-READ
           ADD 1 TO WS-QUOTE-LINE-SUB.

       BOOK-QUOTED-LINE.
           ADD WS-LINE-QUANTITY TO PROD-ALLOCATED-QTY
           REWRITE PRODUCT-RECORD
           MOVE 'AL' TO WS-MOVE-TYPE
           MOVE 0 TO WS-MOVE-ONHAND-DELTA
           MOVE WS-LINE-QUANTITY TO WS-MOVE-ALLOC-DELTA
           MOVE WS-ORDER-ID TO WS-MOVE-REFERENCE
           MOVE WS-LINE-LOC-CODE TO WS-MOVE-LOC-CODE
           PERFORM WRITE-STOCK-MOVEMENT
           MOVE PROD-CODE TO WS-LINE-PRODUCT
           MOVE QTE-UNIT-PRICE(WS-QUOTE-LINE-SUB)
              TO WS-LINE-UNIT-PRICE
           MOVE QTE-PRICE-SOURCE(WS-QUOTE-LINE-SUB)
              TO WS-LINE-PRICE-SOURCE
           IF WS-LINE-PRICE-SOURCE = 'C'
              MOVE 'Y' TO WS-ORDER-CONTRACT-FLAG
           END-IF
           COMPUTE WS-LINE-TOTAL =
              WS-LINE-QUANTITY * WS-LINE-UNIT-PRICE
           ADD WS-LINE-TOTAL TO WS-ORDER-TOTAL
           PERFORM WRITE-SALES-LINE-ITEM
           MOVE WS-LINE-ITEM-SEQ TO WS-LINE-ITEM-COUNT
           ADD 1 TO WS-LINE-ITEM-SEQ.

       MARK-QUOTE-CONVERTED.
           IF WS-QUOTE-NO > 0
              MOVE 'C' TO QTE-STATUS
              MOVE WS-ORDER-ID TO QTE-ORDER-ID
              MOVE WS-ORDER-DATE TO QTE-CONVERTED-DATE
              REWRITE QUOTE-RECORD
              IF WS-QUOTE-STATUS NOT = '00'
                 DISPLAY 'Error marking quotation converted: '
                    WS-QUOTE-NO
              END-IF
           END-IF.

      *    The salesperson is captured as an employee ID at the
      *    matching by name string. A blank ID is the transition
      *    path for branches still keying names; an ID that fails
      *    validation is blanked (online) or rejects the order
      *    (batch). A salesperson not employed on the order date -
      *    terminated, or not yet started - is refused the same way.
       VALIDATE-EMPLOYEE-ID.
           MOVE SPACES TO WS-EMP-REFUSAL
           IF WS-ORDER-EMP-ID NOT = SPACES
              MOVE WS-ORDER-EMP-ID TO EML-EMP-ID
              MOVE WS-ORDER-DATE TO EML-AS-OF-DATE
              CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
              IF EML-FOUND = 'Y'
                 IF EML-EMPLOYED = 'Y'
                    MOVE EML-EMP-NAME TO WS-ORDER-SALESPERSON
                 ELSE
                    DISPLAY 'Salesperson not employed on order date: '
                       WS-ORDER-EMP-ID
                    MOVE 'Salesperson employee ID terminated'
                       TO WS-EMP-REFUSAL
                    MOVE SPACES TO WS-ORDER-EMP-ID
                 END-IF
              ELSE
                 DISPLAY 'Employee ID not on EMPLOYEE table: '
                    WS-ORDER-EMP-ID
                 MOVE 'Salesperson employee ID not on EMPLOYEE'
                    TO WS-EMP-REFUSAL
                 MOVE SPACES TO WS-ORDER-EMP-ID
              END-IF
           END-IF.

      *    WS-CREDIT-APPROVED comes back Y (take the order), N
      *    (reject it) or H (take it on credit hold, the reason in
      *    WS-CREDIT-HOLD-REASON). A hold in force on the account
      *    is reported ahead of aged debt, and aged debt ahead of
      *    the limit itself.
       CHECK-CREDIT-LIMIT.
           MOVE SPACES TO WS-CREDIT-HOLD-REASON
           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 COMPUTE WS-CHECK-TOTAL = CUST-BALANCE + WS-ORDER-TOTAL
                 IF WS-CHECK-TOTAL > CUST-CREDIT-LIMIT
                    MOVE 'N' TO WS-CREDIT-APPROVED
                    MOVE 'LM' TO WS-CREDIT-HOLD-REASON
                 ELSE
                    MOVE 'Y' TO WS-CREDIT-APPROVED
                 END-IF
                 IF WS-CRH-FILE-OPEN = 'Y'
                    PERFORM CHECK-CREDIT-STANDING
                 END-IF
           END-READ.

       CHECK-CREDIT-STANDING.
           IF WS-TRK-FILE-OPEN = 'Y'
              MOVE WS-CUSTOMER-ID TO CT-CUST-ID
              READ TRACKING-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'AG' TO WS-CREDIT-HOLD-REASON
              END-READ
           END-IF
           IF WS-HOLD-FILE-OPEN = 'Y'
              MOVE WS-CUSTOMER-ID TO HOLD-CUST-ID
              READ HOLD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF (HOLD-ALL-TRANSACTIONS OR HOLD-DEBITS-ONLY)
                       AND HOLD-PLACED-DATE NOT > WS-ORDER-DATE
                       AND (HOLD-EXPIRY-DATE = SPACES OR
                            WS-ORDER-DATE NOT > HOLD-EXPIRY-DATE)
                       MOVE 'AH' TO WS-CREDIT-HOLD-REASON
                    END-IF
              END-READ
           END-IF
           IF WS-CREDIT-HOLD-REASON NOT = SPACES
              MOVE 'H' TO WS-CREDIT-APPROVED
           END-IF.

      *    A held order is priced and written exactly as an accepted
      *    one, stock stays allocated, and the quotation is used up;
      *    only the posting waits for the credit controller. The
      *    order is only written as held once it is on the queue -
      *    one the queue will not take is rejected by the caller,
      *    which gives its stock back.
       HOLD-CREDIT-ORDER.
           MOVE 'N' TO WS-CREDIT-HOLD-QUEUED
           PERFORM APPLY-TAX
           MOVE WS-ORDER-ID TO CH-ORDER-ID
           MOVE WS-CUSTOMER-ID TO CH-CUSTOMER-ID
           MOVE WS-ORDER-DATE TO CH-HOLD-DATE
           MOVE WS-CREDIT-HOLD-REASON TO CH-REASON
           MOVE WS-ORDER-TOTAL TO CH-ORDER-TOTAL
           MOVE CUST-CREDIT-LIMIT TO CH-CREDIT-LIMIT
           MOVE WS-LINE-ITEM-COUNT TO CH-LINE-COUNT
           MOVE 'H' TO CH-STATUS
           MOVE SPACES TO CH-DECIDED-BY
           MOVE SPACES TO CH-DECIDED-DATE
           WRITE CREDIT-HOLD-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-CRH-STATUS = '00'
              MOVE 'Y' TO WS-CREDIT-HOLD-QUEUED
              MOVE 'CH' TO WS-NEW-ORDER-STATUS
              PERFORM WRITE-ORDER-RECORD
              PERFORM MARK-QUOTE-CONVERTED
              ADD 1 TO WS-HELD-COUNT
           ELSE
              DISPLAY 'Error queueing credit hold for order '
                 WS-ORDER-ID ': ' WS-CRH-STATUS
           END-IF.

       DISPLAY-CREDIT-HOLD.
           DISPLAY '=========================================='
           DISPLAY 'ORDER HELD FOR CREDIT REVIEW'
           DISPLAY '=========================================='
           DISPLAY 'Order ID: ' WS-ORDER-ID
           DISPLAY 'Customer ID: ' WS-CUSTOMER-ID
           DISPLAY 'Order Total: $' WS-ORDER-TOTAL
           EVALUATE WS-CREDIT-HOLD-REASON
              WHEN 'AH'
                 DISPLAY 'Reason: account hold in force'
              WHEN 'AG'
                 DISPLAY 'Reason: account aged in collections'
              WHEN OTHER
                 DISPLAY 'Reason: credit limit would be exceeded'
           END-EVALUATE
           DISPLAY 'Stock is reserved; the order is not posted '
              'until the credit controller releases it'.

       REJECT-ORDER.
           DISPLAY '=========================================='
           DISPLAY 'ORDER REJECTED'
           DISPLAY '=========================================='
           DISPLAY 'Customer ID: ' WS-CUSTOMER-ID
           DISPLAY 'Order Total: $' WS-ORDER-TOTAL
           EVALUATE TRUE
              WHEN WS-CREDIT-APPROVED = 'H'
                 DISPLAY 'Reason: credit hold could not be queued'
              WHEN WS-CUST-FILE-STATUS = '00'
                 DISPLAY 'Reason: credit limit would be exceeded'
              WHEN OTHER
                 DISPLAY 'Reason: customer not found'
           END-EVALUATE
           PERFORM DELETE-SALES-LINE-ITEMS.

       DELETE-SALES-LINE-ITEMS.
                 MOVE 0 TO WS-MOVE-ONHAND-DELTA
                 COMPUTE WS-MOVE-ALLOC-DELTA = SALE-QUANTITY * -1
                 MOVE WS-ORDER-ID TO WS-MOVE-REFERENCE
                 MOVE SALE-LOC-CODE TO WS-MOVE-LOC-CODE
                 PERFORM WRITE-STOCK-MOVEMENT
           END-READ.

           MOVE SPACES TO ORD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO ORD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO ORD-TIMESTAMP(9:8)
           MOVE WS-NEW-ORDER-STATUS TO ORD-STATUS
           MOVE ORD-TIMESTAMP TO ORD-STATUS-TIMESTAMP
           MOVE WS-ORDER-CONTRACT-FLAG TO ORD-CONTRACT-FLAG
           MOVE 0 TO ORD-INVOICE-NO
           MOVE PRC-TAX-RATE TO ORD-TAX-RATE
           MOVE PRC-CUST-TYPE TO ORD-CUST-TYPE
           WRITE ORDER-RECORD.

       POST-SALES-TRANSACTIONS.
                 MOVE WS-TRAN-TIME TO TRAN-TIME
                 MOVE 0 TO TRAN-TO-CUST-ID
                 MOVE CUST-CURRENCY-CODE TO TRAN-CURRENCY-CODE
                 MOVE 'ORD' TO TRAN-BRANCH-ID
                 WRITE TRANSACTION-RECORD
           END-READ
           ADD 1 TO WS-POST-SEQ.
           PERFORM GET-VALID-PRODUCT UNTIL WS-PROD-FOUND = 'Y'
           DISPLAY 'Enter Quantity: '
           ACCEPT WS-LINE-QUANTITY
           PERFORM CHOOSE-LINE-LOCATION
           IF WS-LINE-QUANTITY > WS-AVAILABLE-QTY
              DISPLAY 'Insufficient stock - available: '
                 WS-AVAILABLE-QTY
                 MOVE 0 TO WS-MOVE-ONHAND-DELTA
                 MOVE WS-LINE-QUANTITY TO WS-MOVE-ALLOC-DELTA
                 MOVE WS-ORDER-ID TO WS-MOVE-REFERENCE
                 MOVE WS-LINE-LOC-CODE TO WS-MOVE-LOC-CODE
                 PERFORM WRITE-STOCK-MOVEMENT
              ELSE
                 DISPLAY 'Error allocating stock: '
           MOVE WS-ORDER-SALESPERSON TO SALE-SALESPERSON
           MOVE WS-LINE-PRICE-SOURCE TO SALE-PRICE-SOURCE
           MOVE WS-ORDER-EMP-ID TO SALE-EMP-ID
           MOVE 0 TO SALE-SHIPPED-QTY
           MOVE 0 TO SALE-CANCELLED-QTY
           MOVE WS-LINE-LOC-CODE TO SALE-LOC-CODE
           WRITE SALES-RECORD
              INVALID KEY
                 DISPLAY 'Unable to write sales record for order: '
           MOVE 0 TO WS-MOVE-ONHAND-DELTA
           COMPUTE WS-MOVE-ALLOC-DELTA = WS-LINE-QUANTITY * -1
           MOVE WS-ORDER-ID TO WS-MOVE-REFERENCE
           MOVE WS-LINE-LOC-CODE TO WS-MOVE-LOC-CODE
           PERFORM WRITE-STOCK-MOVEMENT.

       SET-ORDER-DATE.

      *    Priced through the shared PRICING module - the same
      *    RATETBL tiers VALIDATE quotes from. The customer record
      *    is current from the credit check just performed. A quoted
      *    order keeps the discount, tax and shipping it was quoted.
       APPLY-TAX.
           IF WS-QUOTE-NO > 0
              PERFORM APPLY-QUOTED-PRICING
           ELSE
              PERFORM APPLY-CURRENT-PRICING
           END-IF.

       APPLY-QUOTED-PRICING.
           MOVE QTE-CUST-TYPE TO PRC-CUST-TYPE
           MOVE QTE-TAX-RATE TO PRC-TAX-RATE
           MOVE QTE-DISCOUNT-AMOUNT TO WS-DISCOUNT-AMOUNT
           MOVE QTE-TAX-AMOUNT TO WS-TAX-AMOUNT
           MOVE QTE-SHIPPING-COST TO WS-SHIPPING-COST
           MOVE QTE-FINAL-TOTAL TO WS-FINAL-TOTAL.

       APPLY-CURRENT-PRICING.
           MOVE 'P' TO PRC-CUST-TYPE
           MOVE YTD-CREDIT-TOTAL TO PRC-YTD-PURCHASES
           MOVE WS-ORDER-TOTAL TO PRC-ORDER-AMOUNT
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
              MOVE 'ORDPROC ' TO SL-PROGRAM
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
