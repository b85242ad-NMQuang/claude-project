       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRHMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CREDIT-HOLD QUEUE MAINTENANCE                                 *
      * Works the CRHOLD queue of orders ORDPROC took on credit hold  *
      * (status CH: stock allocated, nothing posted) instead of       *
      * rejecting them. Operations:                                   *
      *  - RELEASE posts the order's line credits to the ORDTRANF     *
      *    extract exactly as ORDPROC posts an accepted order and     *
      *    opens the order (CH -> OP) for the warehouse;              *
      *  - DECLINE gives each line's allocation back at the location  *
      *    it was allocated at, leaves a commission clawback item,    *
      *    deletes the line and cancels the order (CH -> CA);         *
      *  - READ and BROWSE show the queue to any signed-on operator;  *
      *  - EXPIRE needs no sign-on and runs as a nightly step: every  *
      *    order still held the given number of days after it was     *
      *    taken is declined as above.                                *
      * RELEASE and DECLINE need supervisor authority. Every decision *
      * writes the queue record's before/after image to RATAUDIT.     *
      * A declined or expired order that RORDGEN generated never      *
      * reaches ORDREJ, so it is fed back here the way RORDREJ feeds  *
      * back a reject: its RORDIDX entry is marked rejected with the  *
      * decline reason and the schedule's reject count and last       *
      * reject are updated for RORDMNT to show.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-HOLD-FILE ASSIGN TO 'CRHOLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-ORDER-ID
           FILE STATUS IS WS-CRH-STATUS.

           SELECT ORDER-FILE ASSIGN TO 'ORDERFIL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT SALES-FILE ASSIGN TO 'SALESDAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALE-ID
           FILE STATUS IS WS-SALES-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

      *    Released order credits ride the order-entry extract
      *    (ORDTRANF) that TRANMRG merges and trailers, as ORDPROC's
      *    own credits do.
           SELECT TRANSACTION-FILE ASSIGN TO 'ORDTRANF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO 'STKLEDG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

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

           SELECT RECURRING-ORDER-FILE ASSIGN TO 'RORDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RO-ID
           FILE STATUS IS WS-RORD-STATUS.

           SELECT RECURRING-INDEX-FILE ASSIGN TO 'RORDIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RX-ORDER-ID
           FILE STATUS IS WS-RIDX-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE.
           COPY CRHREC.

       FD  ORDER-FILE.
           COPY ORDREC.

       FD  SALES-FILE.
       01  SALES-RECORD.
           05 SALE-ID              PIC 9(12).
           05 SALE-DATE            PIC X(10).
           05 SALE-REGION          PIC X(20).
           05 SALE-PRODUCT         PIC X(30).
           05 SALE-QUANTITY        PIC 9(6).
           05 SALE-UNIT-PRICE      PIC 9(8)V99.
           05 SALE-TOTAL           PIC 9(10)V99.
           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PROD-CODE            PIC X(10).
           05 PROD-DESCRIPTION     PIC X(30).
           05 PROD-STD-UNIT-PRICE  PIC 9(8)V99.
           05 PROD-ON-HAND-QTY     PIC 9(7).
           05 PROD-ALLOCATED-QTY   PIC 9(7).
           05 PROD-REORDER-POINT   PIC 9(7).
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-ID               PIC 9(15).
           05 TRAN-CUST-ID          PIC 9(10).
           05 TRAN-TYPE             PIC X(2).
           05 TRAN-AMOUNT           PIC S9(10)V99.
           05 TRAN-DATE             PIC X(10).
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  STOCK-LEDGER-FILE.
       01  STOCK-LEDGER-RECORD.
           05 SL-PROD-CODE         PIC X(10).
           05 SL-DATE              PIC X(10).
           05 SL-TIME              PIC X(8).
           05 SL-MOVEMENT-TYPE     PIC X(2).
           05 SL-ON-HAND-DELTA     PIC S9(7).
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  CLAWBACK-FILE.
           COPY CLAWREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       FD  RECURRING-ORDER-FILE.
           COPY RORDREC.

       FD  RECURRING-INDEX-FILE.
           COPY RORDIREC.

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CRH-STATUS           PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-SALES-STATUS         PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-LEDG-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-CLAW-STATUS          PIC XX.
       01  WS-CLAW-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-PL-NEW-QTY           PIC S9(8).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RORD-STATUS          PIC XX.
       01  WS-RIDX-STATUS          PIC XX.
       01  WS-RORD-FILES-OPEN      PIC X VALUE 'N'.
       01  WS-SCHEDULE-REASON      PIC X(50).

       01  WS-OPERATION            PIC X(10).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-AUTHORIZED           PIC X VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-AUTHORITY   PIC X(1).
       01  WS-HOLD-OK              PIC X.
       01  WS-BROWSE-EOF           PIC X.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.

       01  WS-TARGET-ORDER-ID      PIC 9(10).
       01  WS-ORDER-EOF-FLAG       PIC X.
       01  WS-ORDER-FOUND          PIC X.
       01  WS-LINE-SEQ             PIC 9(3).
       01  WS-LINE-DONE            PIC X.
       01  WS-RELEASE-QTY          PIC 9(6).
       01  WS-POSTED-COUNT         PIC 9(3).
       01  WS-POSTED-VALUE         PIC 9(10)V99.
       01  WS-DECISION-STATUS      PIC X(1).
       01  WS-CLAW-VALUE           PIC 9(10)V99.

       01  WS-MOVE-TYPE            PIC X(2).
       01  WS-MOVE-ONHAND-DELTA    PIC S9(7).
       01  WS-MOVE-ALLOC-DELTA     PIC S9(7).
       01  WS-MOVE-REFERENCE       PIC 9(12).
       01  WS-MOVE-LOC-CODE        PIC X(4) VALUE SPACES.
       01  WS-LEDG-DATE            PIC 9(8).
       01  WS-LEDG-DATE-FMT        PIC X(10).
       01  WS-LEDG-TIME            PIC 9(8).

      *    Calendar days a held order waits for a decision before
      *    EXPIRE declines it; 10 unless the nightly step gives one.
       01  WS-EXPIRY-DAYS          PIC 9(3).
       01  WS-RUN-DATE-INPUT       PIC X(10).
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-STILL-HELD-COUNT     PIC 9(5) VALUE 0.
       01  WS-HOLD-INTEGER         PIC 9(8).
       01  WS-HOLD-SERIAL          PIC 9(7).
       01  WS-HOLD-AGE             PIC S9(5).

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-TODAY-INTEGER        PIC 9(8).
       01  WS-TODAY-SERIAL         PIC 9(7).
       01  WS-AMOUNT-EDIT          PIC $$$,$$$,$$$,$$9.99.
       01  WS-LIMIT-EDIT           PIC $$$,$$$,$$$,$$9.99.
       01  WS-BALANCE-EDIT         PIC $$$,$$$,$$$,$$9.99-.

       01  WS-AUDIT-TABLE          PIC X(8).
       01  WS-SAVED-IMAGE          PIC X(80).

           COPY OPSIGNPM.

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Credit Hold Maintenance'
           DISPLAY 'Enter operation (RELEASE/DECLINE/READ/BROWSE'
              '/EXPIRE): '
           ACCEPT WS-OPERATION
           PERFORM INITIALIZE-PROGRAM
           IF WS-OPERATION = 'EXPIRE'
              MOVE 'CRHMNT  ' TO WS-OPERATOR-ID
              PERFORM EXPIRE-HELD-ORDERS
           ELSE
              PERFORM MAINTAIN-CREDIT-HOLDS
           END-IF
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           PERFORM SET-TODAY
           OPEN I-O CREDIT-HOLD-FILE
           IF WS-CRH-STATUS NOT = '00'
              OPEN OUTPUT CREDIT-HOLD-FILE
              CLOSE CREDIT-HOLD-FILE
              OPEN I-O CREDIT-HOLD-FILE
           END-IF
           IF WS-CRH-STATUS NOT = '00'
              DISPLAY 'Error opening credit hold file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SALES-FILE
           OPEN I-O PRODUCT-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-SALES-STATUS NOT = '00' OR WS-PROD-STATUS NOT = '00'
              OR WS-CUST-STATUS NOT = '00'
              DISPLAY 'Unable to open sales, product or customer file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND STOCK-LEDGER-FILE
           IF WS-LEDG-STATUS NOT = '00'
              OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF
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
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           PERFORM OPEN-RECURRING-ORDERS.

      *    A site that has never run RORDGEN has no schedules to
      *    feed back to; declines then touch only the order.
       OPEN-RECURRING-ORDERS.
           OPEN I-O RECURRING-INDEX-FILE
           IF WS-RIDX-STATUS = '00'
              OPEN I-O RECURRING-ORDER-FILE
              IF WS-RORD-STATUS = '00'
                 MOVE 'Y' TO WS-RORD-FILES-OPEN
              ELSE
                 CLOSE RECURRING-INDEX-FILE
              END-IF
           END-IF.

       SET-TODAY.
           MOVE WS-ACCEPT-DATE TO WS-TODAY-INTEGER
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           COMPUTE WS-TODAY-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-INTEGER).

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

       MAINTAIN-CREDIT-HOLDS.
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CHECK-OPERATION-AUTHORITY
              IF WS-AUTHORIZED = 'N'
                 MOVE SPACES TO WS-OPERATION
              END-IF
              EVALUATE WS-OPERATION
                 WHEN 'RELEASE'
                    PERFORM RELEASE-HELD-ORDER
                 WHEN 'DECLINE'
                    PERFORM DECLINE-HELD-ORDER
                 WHEN 'READ'
                    PERFORM READ-HELD-ORDER
                 WHEN 'BROWSE'
                    PERFORM BROWSE-HELD-ORDERS
                 WHEN SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid operation'
              END-EVALUATE
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       OPERATOR-SIGN-ON.
           MOVE 'CRHMNT  ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTHORITY TO WS-OPERATOR-AUTHORITY.

      *    Releasing an order extends the customer credit; declining
      *    one loses the sale. Both are supervisor decisions. READ
      *    and BROWSE are open to any signed-on operator.
       CHECK-OPERATION-AUTHORITY.
           MOVE 'Y' TO WS-AUTHORIZED
           EVALUATE WS-OPERATION
              WHEN 'RELEASE'
              WHEN 'DECLINE'
                 IF WS-OPERATOR-AUTHORITY NOT = 'S'
                    MOVE 'N' TO WS-AUTHORIZED
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-AUTHORIZED = 'N'
              DISPLAY 'Operator not authorized for ' WS-OPERATION
           END-IF.

      *    Only an order still waiting on the queue can be decided,
      *    and only while ORDERFIL still shows it on credit hold.
       GET-HELD-ORDER.
           MOVE 'N' TO WS-HOLD-OK
           DISPLAY 'Enter Order ID: '
           ACCEPT WS-TARGET-ORDER-ID
           MOVE WS-TARGET-ORDER-ID TO CH-ORDER-ID
           READ CREDIT-HOLD-FILE
              INVALID KEY
                 DISPLAY 'Order not on credit hold queue'
              NOT INVALID KEY
                 IF CH-HELD
                    MOVE 'Y' TO WS-HOLD-OK
                 ELSE
                    DISPLAY 'Order already decided on '
                       CH-DECIDED-DATE ' - status ' CH-STATUS
                 END-IF
           END-READ
           IF WS-HOLD-OK = 'Y'
              PERFORM FIND-HELD-ORDER
              IF WS-ORDER-FOUND = 'N'
                 DISPLAY 'Order ' WS-TARGET-ORDER-ID
                    ' not on order file as CH'
                 CLOSE ORDER-FILE
                 MOVE 'N' TO WS-HOLD-OK
              END-IF
           END-IF.

      *    ORDERFIL is sequential: it is read up to the held order,
      *    which is left current for the REWRITE.
       FIND-HELD-ORDER.
           MOVE 'N' TO WS-ORDER-FOUND
           MOVE 'N' TO WS-ORDER-EOF-FLAG
           OPEN I-O ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
              DISPLAY 'Unable to open order file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOCATE-HELD-ORDER UNTIL WS-ORDER-EOF-FLAG = 'Y'.

       LOCATE-HELD-ORDER.
           READ ORDER-FILE
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF-FLAG
              NOT AT END
                 IF ORD-ORDER-ID = WS-TARGET-ORDER-ID AND
                    ORD-STATUS-CREDIT-HOLD
                    MOVE 'Y' TO WS-ORDER-FOUND
                    MOVE 'Y' TO WS-ORDER-EOF-FLAG
                 END-IF
           END-READ.

      *    The line credits go out as ORDPROC would have written
      *    them at capture - one CR per sales line, TRAN-ID the
      *    sale ID, stamped ORD - but dated the day of release, when
      *    the customer is actually given the credit.
       RELEASE-HELD-ORDER.
           PERFORM GET-HELD-ORDER
           IF WS-HOLD-OK = 'Y'
              PERFORM DISPLAY-HELD-ORDER
              MOVE ORD-CUSTOMER-ID TO CUST-ID
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE SPACES TO CUST-CURRENCY-CODE
              END-READ
              OPEN EXTEND TRANSACTION-FILE
              IF WS-TRAN-STATUS NOT = '00'
                 OPEN OUTPUT TRANSACTION-FILE
              END-IF
              MOVE 0 TO WS-POSTED-COUNT
              MOVE 0 TO WS-POSTED-VALUE
              MOVE 1 TO WS-LINE-SEQ
              MOVE 'N' TO WS-LINE-DONE
              PERFORM POST-NEXT-RELEASED-LINE
                 UNTIL WS-LINE-DONE = 'Y'
              CLOSE TRANSACTION-FILE
              MOVE 'OP' TO ORD-STATUS
              PERFORM REWRITE-HELD-ORDER
              MOVE 'R' TO WS-DECISION-STATUS
              PERFORM RECORD-HOLD-DECISION
              MOVE WS-POSTED-VALUE TO WS-AMOUNT-EDIT
              DISPLAY 'Order ' WS-TARGET-ORDER-ID ' released - '
                 WS-POSTED-COUNT ' line credits of ' WS-AMOUNT-EDIT
                 ' posted'
           END-IF.

       POST-NEXT-RELEASED-LINE.
           COMPUTE SALE-ID = WS-TARGET-ORDER-ID * 1000 + WS-LINE-SEQ
           READ SALES-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-LINE-DONE
              NOT INVALID KEY
                 MOVE SALE-ID TO TRAN-ID
                 MOVE ORD-CUSTOMER-ID TO TRAN-CUST-ID
                 MOVE 'CR' TO TRAN-TYPE
                 MOVE SALE-TOTAL TO TRAN-AMOUNT
                 MOVE WS-TODAY-FMT TO TRAN-DATE
                 ACCEPT WS-ACCEPT-TIME FROM TIME
                 MOVE WS-ACCEPT-TIME TO TRAN-TIME
                 MOVE 0 TO TRAN-TO-CUST-ID
                 MOVE CUST-CURRENCY-CODE TO TRAN-CURRENCY-CODE
                 MOVE 'ORD' TO TRAN-BRANCH-ID
                 WRITE TRANSACTION-RECORD
                 ADD 1 TO WS-POSTED-COUNT
                 ADD SALE-TOTAL TO WS-POSTED-VALUE
                 ADD 1 TO WS-LINE-SEQ
                 IF WS-LINE-SEQ > 999
                    MOVE 'Y' TO WS-LINE-DONE
                 END-IF
           END-READ.

      *    Nothing was posted for a held order, so a decline needs
      *    no compensating adjustment - only the stock and the
      *    sales lines are given back.
       DECLINE-HELD-ORDER.
           PERFORM GET-HELD-ORDER
           IF WS-HOLD-OK = 'Y'
              PERFORM DISPLAY-HELD-ORDER
              PERFORM DECLINE-ORDER-LINES
              MOVE 'CA' TO ORD-STATUS
              PERFORM REWRITE-HELD-ORDER
              MOVE 'D' TO WS-DECISION-STATUS
              PERFORM RECORD-HOLD-DECISION
              PERFORM RECORD-SCHEDULE-DECLINE
              DISPLAY 'Order ' WS-TARGET-ORDER-ID ' declined - '
                 'stock allocation released'
           END-IF.

       DECLINE-ORDER-LINES.
           MOVE 1 TO WS-LINE-SEQ
           MOVE 'N' TO WS-LINE-DONE
           PERFORM DECLINE-NEXT-SALES-LINE UNTIL WS-LINE-DONE = 'Y'.

       DECLINE-NEXT-SALES-LINE.
           COMPUTE SALE-ID = WS-TARGET-ORDER-ID * 1000 + WS-LINE-SEQ
           READ SALES-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-LINE-DONE
              NOT INVALID KEY
                 COMPUTE WS-RELEASE-QTY =
                    SALE-QUANTITY - SALE-CANCELLED-QTY
                 PERFORM RELEASE-LINE-ALLOCATION
                 COMPUTE WS-CLAW-VALUE =
                    WS-RELEASE-QTY * SALE-UNIT-PRICE
                 PERFORM RECORD-CLAWBACK
                 DELETE SALES-FILE RECORD
                 ADD 1 TO WS-LINE-SEQ
                 IF WS-LINE-SEQ > 999
                    MOVE 'Y' TO WS-LINE-DONE
                 END-IF
           END-READ.

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

      *    COMMCALC pays on every SALESDAT line by date, so a held
      *    line may have earned commission before it was declined;
      *    the clawback item lets COMMCALC recover it (and close it
      *    unpriced when nothing was paid). Lines with no employee
      *    ID were paid by name and are not clawed back.
       RECORD-CLAWBACK.
           IF WS-CLAW-FILE-OPEN = 'Y' AND SALE-EMP-ID NOT = SPACES
              AND WS-CLAW-VALUE > 0
              MOVE SALE-ID TO CLW-SALE-ID
              MOVE 'CA' TO CLW-SOURCE
              MOVE WS-TODAY-FMT TO CLW-POSTED-DATE
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

       REWRITE-HELD-ORDER.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO ORD-STATUS-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO ORD-STATUS-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO ORD-STATUS-TIMESTAMP(9:8)
           REWRITE ORDER-RECORD
           IF WS-ORDER-STATUS NOT = '00'
              DISPLAY 'Error rewriting order: ' WS-ORDER-STATUS
           END-IF
           IF WS-OPERATION NOT = 'EXPIRE'
              CLOSE ORDER-FILE
           END-IF.

       RECORD-HOLD-DECISION.
           MOVE CREDIT-HOLD-RECORD TO WS-SAVED-IMAGE
           MOVE WS-DECISION-STATUS TO CH-STATUS
           MOVE WS-OPERATOR-ID TO CH-DECIDED-BY
           MOVE WS-TODAY-FMT TO CH-DECIDED-DATE
           REWRITE CREDIT-HOLD-RECORD
              INVALID KEY
                 DISPLAY 'Error updating credit hold: ' WS-CRH-STATUS
              NOT INVALID KEY
                 PERFORM WRITE-HOLD-AUDIT
           END-REWRITE.

      *    A generated order declined off the queue is a reject of
      *    its schedule, recorded as RORDREJ records one from ORDREJ:
      *    an entry already marked rejected is not counted twice.
       RECORD-SCHEDULE-DECLINE.
           IF WS-RORD-FILES-OPEN = 'Y'
              MOVE WS-TARGET-ORDER-ID TO RX-ORDER-ID
              READ RECURRING-INDEX-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF RX-GENERATED
                       PERFORM SET-SCHEDULE-REASON
                       MOVE 'R' TO RX-STATUS
                       MOVE WS-SCHEDULE-REASON TO RX-REJECT-REASON
                       REWRITE RECURRING-INDEX-RECORD
                       IF WS-RIDX-STATUS NOT = '00'
                          DISPLAY 'Error marking generated order '
                             'rejected: ' RX-ORDER-ID
                       END-IF
                       PERFORM UPDATE-SCHEDULE-REJECT
                    END-IF
              END-READ
           END-IF.

       SET-SCHEDULE-REASON.
           EVALUATE TRUE
              WHEN WS-DECISION-STATUS = 'X' AND CH-REASON-ACCT-HOLD
                 MOVE 'Credit hold expired - account hold'
                    TO WS-SCHEDULE-REASON
              WHEN WS-DECISION-STATUS = 'X' AND CH-REASON-AGED
                 MOVE 'Credit hold expired - account aged'
                    TO WS-SCHEDULE-REASON
              WHEN WS-DECISION-STATUS = 'X'
                 MOVE 'Credit hold expired - credit limit'
                    TO WS-SCHEDULE-REASON
              WHEN CH-REASON-ACCT-HOLD
                 MOVE 'Credit hold declined - account hold'
                    TO WS-SCHEDULE-REASON
              WHEN CH-REASON-AGED
                 MOVE 'Credit hold declined - account aged'
                    TO WS-SCHEDULE-REASON
              WHEN OTHER
                 MOVE 'Credit hold declined - credit limit'
                    TO WS-SCHEDULE-REASON
           END-EVALUATE.

       UPDATE-SCHEDULE-REJECT.
           MOVE RX-RO-ID TO RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 DISPLAY 'No schedule ' RX-RO-ID
                    ' for generated order ' RX-ORDER-ID
              NOT INVALID KEY
                 ADD 1 TO RO-REJECT-COUNT
                 MOVE WS-TODAY-FMT TO RO-LAST-REJECT-DATE
                 MOVE RX-ORDER-ID TO RO-LAST-REJECT-ORDER
                 MOVE WS-SCHEDULE-REASON TO RO-LAST-REJECT-REASON
                 REWRITE RECURRING-ORDER-RECORD
                 IF WS-RORD-STATUS NOT = '00'
                    DISPLAY 'Error updating recurring order: ' RO-ID
                 END-IF
                 DISPLAY '  Recurring schedule ' RO-ID
                    ' reject recorded'
           END-READ.

      *    The nightly step: an order nobody has decided within the
      *    auto-decline period is declined, oldest queue entries
      *    first as they lie on ORDERFIL. SYSIN gives the run date
      *    and the period in days (blank for today and the default).
       EXPIRE-HELD-ORDERS.
           DISPLAY 'Enter Run Date (CCYY-MM-DD, blank for today): '
           ACCEPT WS-RUN-DATE-INPUT
           IF WS-RUN-DATE-INPUT NOT = SPACES
              MOVE WS-RUN-DATE-INPUT(1:4) TO WS-ACCEPT-DATE(1:4)
              MOVE WS-RUN-DATE-INPUT(6:2) TO WS-ACCEPT-DATE(5:2)
              MOVE WS-RUN-DATE-INPUT(9:2) TO WS-ACCEPT-DATE(7:2)
              PERFORM SET-TODAY
           END-IF
           DISPLAY 'Enter Auto-Decline Days (blank for default): '
           ACCEPT WS-EXPIRY-DAYS
           IF WS-EXPIRY-DAYS NOT NUMERIC OR WS-EXPIRY-DAYS = 0
              MOVE 10 TO WS-EXPIRY-DAYS
           END-IF
           MOVE 'N' TO WS-ORDER-EOF-FLAG
           OPEN I-O ORDER-FILE
           IF WS-ORDER-STATUS NOT = '00'
              DISPLAY 'Unable to open order file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM EXPIRE-NEXT-ORDER UNTIL WS-ORDER-EOF-FLAG = 'Y'
           CLOSE ORDER-FILE
           DISPLAY 'Credit Hold Auto-Decline Complete'
           DISPLAY 'Auto-Decline Days: ' WS-EXPIRY-DAYS
           DISPLAY 'Held Orders Declined: ' WS-EXPIRED-COUNT
           DISPLAY 'Orders Still Held: ' WS-STILL-HELD-COUNT.

       EXPIRE-NEXT-ORDER.
           READ ORDER-FILE
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF-FLAG
              NOT AT END
                 IF ORD-STATUS-CREDIT-HOLD
                    PERFORM CHECK-HOLD-EXPIRY
                 END-IF
           END-READ.

       CHECK-HOLD-EXPIRY.
           MOVE ORD-ORDER-ID TO CH-ORDER-ID
           READ CREDIT-HOLD-FILE
              INVALID KEY
                 DISPLAY 'Held order ' ORD-ORDER-ID
                    ' missing from credit hold queue'
              NOT INVALID KEY
                 IF CH-HELD
                    PERFORM AGE-HELD-ORDER
                 END-IF
           END-READ.

       AGE-HELD-ORDER.
           MOVE CH-HOLD-DATE(1:4) TO WS-HOLD-INTEGER(1:4)
           MOVE CH-HOLD-DATE(6:2) TO WS-HOLD-INTEGER(5:2)
           MOVE CH-HOLD-DATE(9:2) TO WS-HOLD-INTEGER(7:2)
           COMPUTE WS-HOLD-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-HOLD-INTEGER)
           COMPUTE WS-HOLD-AGE = WS-TODAY-SERIAL - WS-HOLD-SERIAL
           IF WS-HOLD-AGE < WS-EXPIRY-DAYS
              ADD 1 TO WS-STILL-HELD-COUNT
           ELSE
              MOVE ORD-ORDER-ID TO WS-TARGET-ORDER-ID
              PERFORM DECLINE-ORDER-LINES
              MOVE 'CA' TO ORD-STATUS
              PERFORM REWRITE-HELD-ORDER
              MOVE 'X' TO WS-DECISION-STATUS
              PERFORM RECORD-HOLD-DECISION
              PERFORM RECORD-SCHEDULE-DECLINE
              ADD 1 TO WS-EXPIRED-COUNT
              DISPLAY 'Order ' WS-TARGET-ORDER-ID ' auto-declined '
                 'after ' WS-HOLD-AGE ' days on credit hold'
           END-IF.

       READ-HELD-ORDER.
           DISPLAY 'Enter Order ID: '
           ACCEPT CH-ORDER-ID
           READ CREDIT-HOLD-FILE
              INVALID KEY
                 DISPLAY 'Order not on credit hold queue'
              NOT INVALID KEY
                 PERFORM DISPLAY-HOLD-ENTRY
                 MOVE CH-ORDER-ID TO WS-TARGET-ORDER-ID
                 PERFORM DISPLAY-ORDER-LINES
           END-READ.

       BROWSE-HELD-ORDERS.
           MOVE 0 TO CH-ORDER-ID
           START CREDIT-HOLD-FILE KEY IS NOT LESS THAN CH-ORDER-ID
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-HOLD-COUNT
           PERFORM BROWSE-NEXT-HOLD UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Orders awaiting a credit decision: ' WS-HOLD-COUNT.

       BROWSE-NEXT-HOLD.
           READ CREDIT-HOLD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF CH-HELD
                    PERFORM DISPLAY-HOLD-ENTRY
                    ADD 1 TO WS-HOLD-COUNT
                 END-IF
           END-READ.

       DISPLAY-HELD-ORDER.
           PERFORM DISPLAY-HOLD-ENTRY
           MOVE ORD-FINAL-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '  Order total with tax and shipping: '
              WS-AMOUNT-EDIT.

      *    The customer's balance and limit shown are today's, read
      *    from CUSTFILE, beside the limit the order was held on.
       DISPLAY-HOLD-ENTRY.
           MOVE CH-ORDER-TOTAL TO WS-AMOUNT-EDIT
           MOVE CH-CREDIT-LIMIT TO WS-LIMIT-EDIT
           DISPLAY 'Order: ' CH-ORDER-ID
              ' Customer: ' CH-CUSTOMER-ID
              ' Held: ' CH-HOLD-DATE
              ' Subtotal: ' WS-AMOUNT-EDIT
           EVALUATE TRUE
              WHEN CH-REASON-ACCT-HOLD
                 DISPLAY '  Reason: AH account hold in force'
              WHEN CH-REASON-AGED
                 DISPLAY '  Reason: AG account aged in collections'
              WHEN OTHER
                 DISPLAY '  Reason: LM credit limit of '
                    WS-LIMIT-EDIT ' would be exceeded'
           END-EVALUATE
           MOVE CH-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY '  Customer no longer on file'
              NOT INVALID KEY
                 MOVE CUST-BALANCE TO WS-BALANCE-EDIT
                 MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
                 DISPLAY '  Balance now: ' WS-BALANCE-EDIT
                    ' Limit now: ' WS-LIMIT-EDIT
           END-READ
           IF NOT CH-HELD
              DISPLAY '  Status: ' CH-STATUS
                 ' decided ' CH-DECIDED-DATE ' by ' CH-DECIDED-BY
           END-IF.

       DISPLAY-ORDER-LINES.
           MOVE 1 TO WS-LINE-SEQ
           MOVE 'N' TO WS-LINE-DONE
           PERFORM DISPLAY-NEXT-ORDER-LINE UNTIL WS-LINE-DONE = 'Y'.

       DISPLAY-NEXT-ORDER-LINE.
           COMPUTE SALE-ID = WS-TARGET-ORDER-ID * 1000 + WS-LINE-SEQ
           READ SALES-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-LINE-DONE
              NOT INVALID KEY
                 MOVE SALE-TOTAL TO WS-AMOUNT-EDIT
                 DISPLAY '  Line ' WS-LINE-SEQ ': ' SALE-PRODUCT
                    ' Qty ' SALE-QUANTITY ' ' WS-AMOUNT-EDIT
                    ' Loc ' SALE-LOC-CODE
                 ADD 1 TO WS-LINE-SEQ
                 IF WS-LINE-SEQ > 999
                    MOVE 'Y' TO WS-LINE-DONE
                 END-IF
           END-READ.

      *    Every quantity movement leaves a ledger record on
      *    STKLEDG - the trail that says which of the writers
      *    changed a product when a quantity looks wrong. STKRECON
      *    re-adds the ledger to prove the product master. The
      *    caller sets type, both deltas, the order reference and
      *    the location; the location's own stock record moves by
      *    the same deltas.
       WRITE-STOCK-MOVEMENT.
           PERFORM APPLY-LOCATION-MOVEMENT
           IF WS-LEDG-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO SL-PROD-CODE
              ACCEPT WS-LEDG-DATE FROM DATE YYYYMMDD
              ACCEPT WS-LEDG-TIME FROM TIME
              MOVE WS-LEDG-DATE(1:4) TO WS-LEDG-DATE-FMT(1:4)
              MOVE '-' TO WS-LEDG-DATE-FMT(5:1)
              MOVE WS-LEDG-DATE(5:2) TO WS-LEDG-DATE-FMT(6:2)
              MOVE '-' TO WS-LEDG-DATE-FMT(8:1)
              MOVE WS-LEDG-DATE(7:2) TO WS-LEDG-DATE-FMT(9:2)
              MOVE WS-LEDG-DATE-FMT TO SL-DATE
              MOVE WS-LEDG-TIME TO SL-TIME
              MOVE WS-MOVE-TYPE TO SL-MOVEMENT-TYPE
              MOVE WS-MOVE-ONHAND-DELTA TO SL-ON-HAND-DELTA
              MOVE WS-MOVE-ALLOC-DELTA TO SL-ALLOC-DELTA
              MOVE WS-MOVE-REFERENCE TO SL-REFERENCE
              MOVE 'CRHMNT  ' TO SL-PROGRAM
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

       WRITE-HOLD-AUDIT.
           MOVE 'CRHOLD' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE CREDIT-HOLD-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       WRITE-AUDIT-HEADER.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE WS-AUDIT-TABLE TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR.

       TERMINATE-PROGRAM.
           CLOSE CREDIT-HOLD-FILE
           CLOSE SALES-FILE
           CLOSE PRODUCT-FILE
           CLOSE CUSTOMER-FILE
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF WS-CLAW-FILE-OPEN = 'Y'
              CLOSE CLAWBACK-FILE
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           IF WS-RORD-FILES-OPEN = 'Y'
              CLOSE RECURRING-INDEX-FILE
              CLOSE RECURRING-ORDER-FILE
           END-IF
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'.
