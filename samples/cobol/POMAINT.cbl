       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * PURCHASE ORDER MAINTENANCE                                    *
      * Raises and maintains purchase orders on POFILE (one record    *
      * per PO line, keyed PO number + line). RAISE reads the         *
      * REORDRPT shortfall extract (REORDSHT), sorts it by preferred  *
      * supplier and raises one PO per active supplier with a line    *
      * per short product, due after the supplier's lead time and     *
      * costed at the agreed cost on PRODSUPL; products with no       *
      * preferred supplier are listed for purchasing to resolve in    *
      * SUPPMNT. ADD keys a single line by hand, CANCEL cancels what  *
      * is still outstanding on a line and READ shows a PO. Every     *
      * line raised or cancelled moves the on-order quantity on       *
      * PRODSUPL so REORDRPT stops (or resumes) flagging the          *
      * product. PO numbers come from the control file POCTL the way  *
      * INVPRINT numbers invoices from INVCTL. Behind the shared      *
      * operator sign-on, with before/after images to RATAUDIT.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO 'POFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO 'SUPPMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ID
           FILE STATUS IS WS-SUP-STATUS.

           SELECT PRODUCT-SUPPLY-FILE ASSIGN TO 'PRODSUPL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-PROD-CODE
           FILE STATUS IS WS-PSUP-STATUS.

           SELECT PO-CONTROL-FILE ASSIGN TO 'POCTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT SHORTFALL-EXTRACT ASSIGN TO 'REORDSHT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SHT-STATUS.

           SELECT SHORTFALL-SORT-FILE ASSIGN TO 'POSRT1'.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           COPY POREC.

       FD  SUPPLIER-FILE.
           COPY SUPPREC.

       FD  PRODUCT-SUPPLY-FILE.
           COPY PSUPREC.

       FD  PO-CONTROL-FILE.
       01  PO-CONTROL-RECORD.
           05 PC-LAST-PO-NO        PIC 9(8).

       FD  SHORTFALL-EXTRACT.
       01  SHORTFALL-RECORD.
           05 RX-PROD-CODE         PIC X(10).
           05 RX-SUP-ID            PIC X(8).
           05 RX-ORDER-QTY         PIC 9(7).
           05 RX-FREE-QTY          PIC S9(7).
           05 RX-ON-ORDER-QTY      PIC 9(7).
           05 RX-REORDER-POINT     PIC 9(7).

       SD  SHORTFALL-SORT-FILE.
       01  SHORTFALL-SORT-RECORD.
           05 SS-SUP-ID            PIC X(8).
           05 SS-PROD-CODE         PIC X(10).
           05 SS-ORDER-QTY         PIC 9(7).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS            PIC XX.
       01  WS-SUP-STATUS           PIC XX.
       01  WS-PSUP-STATUS          PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-SHT-STATUS           PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.

       01  WS-SHT-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-PO-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LAST-PO-NO           PIC 9(8).
       01  WS-CURRENT-SUP-ID       PIC X(8).
       01  WS-SUPPLIER-OK          PIC X VALUE 'N'.
       01  WS-CURRENT-PO-NO        PIC 9(8) VALUE 0.
       01  WS-CURRENT-LINE         PIC 9(3) VALUE 0.
       01  WS-LEAD-DAYS            PIC 9(3).
       01  WS-LINE-QTY             PIC 9(7).
       01  WS-LINE-PROD-CODE       PIC X(10).
       01  WS-LINE-COST            PIC 9(8)V99.
       01  WS-OUTSTANDING-QTY      PIC 9(7).
       01  WS-SAVED-IMAGE          PIC X(80).
       01  WS-TARGET-PO-NO         PIC 9(8).
       01  WS-TARGET-LINE          PIC 9(3).
       01  WS-PO-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(5) VALUE 0.
       01  WS-NO-SUPPLIER-COUNT    PIC 9(5) VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-DUE-SERIAL           PIC 9(7).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-DUE-DATE             PIC X(10).
       01  WS-EDIT-COST            PIC $$$,$$$,$$9.99.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Purchase Order Maintenance'
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           OPEN I-O PO-FILE
           IF WS-PO-STATUS NOT = '00'
              OPEN OUTPUT PO-FILE
              CLOSE PO-FILE
              OPEN I-O PO-FILE
           END-IF
           OPEN I-O PRODUCT-SUPPLY-FILE
           IF WS-PSUP-STATUS NOT = '00'
              OPEN OUTPUT PRODUCT-SUPPLY-FILE
              CLOSE PRODUCT-SUPPLY-FILE
              OPEN I-O PRODUCT-SUPPLY-FILE
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-PO-STATUS NOT = '00' OR
              WS-PSUP-STATUS NOT = '00' OR
              WS-SUP-STATUS NOT = '00'
              DISPLAY 'Error opening purchasing files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           PERFORM READ-PO-CONTROL
           DISPLAY 'Enter operation (RAISE/ADD/CANCEL/READ): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
              WHEN 'RAISE'
                 PERFORM RAISE-FROM-SHORTFALLS
              WHEN 'ADD'
                 PERFORM ADD-PO-LINE
              WHEN 'CANCEL'
                 PERFORM CANCEL-PO-LINE
              WHEN 'READ'
                 PERFORM READ-PURCHASE-ORDER
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           PERFORM UPDATE-PO-CONTROL
           CLOSE PO-FILE
           CLOSE PRODUCT-SUPPLY-FILE
           CLOSE SUPPLIER-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       OPERATOR-SIGN-ON.
           MOVE 'POMAINT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

      *    One record on POCTL carries the last PO number assigned;
      *    a missing file starts the sequence at one.
       READ-PO-CONTROL.
           OPEN INPUT PO-CONTROL-FILE
           IF WS-CTL-STATUS = '00'
              READ PO-CONTROL-FILE
                 AT END
                    MOVE 0 TO WS-LAST-PO-NO
                 NOT AT END
                    MOVE PC-LAST-PO-NO TO WS-LAST-PO-NO
              END-READ
              CLOSE PO-CONTROL-FILE
           ELSE
              MOVE 0 TO WS-LAST-PO-NO
           END-IF.

       UPDATE-PO-CONTROL.
           OPEN OUTPUT PO-CONTROL-FILE
           IF WS-CTL-STATUS = '00'
              MOVE WS-LAST-PO-NO TO PC-LAST-PO-NO
              WRITE PO-CONTROL-RECORD
              CLOSE PO-CONTROL-FILE
           ELSE
              DISPLAY 'Error rewriting PO control file'
           END-IF.

      *    The shortfall list arrives in product order; sorting it
      *    by supplier lets one PO carry every short product the
      *    supplier provides.
       RAISE-FROM-SHORTFALLS.
           OPEN INPUT SHORTFALL-EXTRACT
           IF WS-SHT-STATUS NOT = '00'
              DISPLAY 'No shortfall extract - run REORDRPT first'
           ELSE
              SORT SHORTFALL-SORT-FILE
                 ON ASCENDING KEY SS-SUP-ID SS-PROD-CODE
                 INPUT PROCEDURE IS RELEASE-SHORTFALLS
                 OUTPUT PROCEDURE IS RAISE-SUPPLIER-ORDERS
              CLOSE SHORTFALL-EXTRACT
              DISPLAY 'Purchase Orders Raised: ' WS-PO-COUNT
              DISPLAY 'PO Lines Raised: ' WS-LINE-COUNT
              DISPLAY 'Shortfalls With No Preferred Supplier: '
                 WS-NO-SUPPLIER-COUNT
           END-IF.

       RELEASE-SHORTFALLS.
           PERFORM RELEASE-NEXT-SHORTFALL UNTIL WS-SHT-EOF-FLAG = 'Y'.

       RELEASE-NEXT-SHORTFALL.
           READ SHORTFALL-EXTRACT
              AT END
                 MOVE 'Y' TO WS-SHT-EOF-FLAG
              NOT AT END
                 IF RX-SUP-ID = SPACES
                    ADD 1 TO WS-NO-SUPPLIER-COUNT
                    DISPLAY 'No preferred supplier for '
                       RX-PROD-CODE ' - short ' RX-ORDER-QTY
                 ELSE
                    IF RX-ORDER-QTY > 0
                       MOVE RX-SUP-ID TO SS-SUP-ID
                       MOVE RX-PROD-CODE TO SS-PROD-CODE
                       MOVE RX-ORDER-QTY TO SS-ORDER-QTY
                       RELEASE SHORTFALL-SORT-RECORD
                    END-IF
                 END-IF
           END-READ.

       RAISE-SUPPLIER-ORDERS.
           MOVE HIGH-VALUES TO WS-CURRENT-SUP-ID
           PERFORM RAISE-NEXT-SHORTFALL-LINE
              UNTIL WS-SORT-EOF-FLAG = 'Y'.

       RAISE-NEXT-SHORTFALL-LINE.
           RETURN SHORTFALL-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF SS-SUP-ID NOT = WS-CURRENT-SUP-ID
                    MOVE SS-SUP-ID TO WS-CURRENT-SUP-ID
                    PERFORM START-SUPPLIER-ORDER
                 END-IF
                 IF WS-SUPPLIER-OK = 'Y'
                    MOVE SS-PROD-CODE TO WS-LINE-PROD-CODE
                    MOVE SS-ORDER-QTY TO WS-LINE-QTY
                    PERFORM LOOKUP-AGREED-COST
                    PERFORM WRITE-PO-LINE
                 END-IF
           END-RETURN.

      *    A new supplier on the sorted list opens a new PO number,
      *    provided the supplier is on file and active.
       START-SUPPLIER-ORDER.
           MOVE WS-CURRENT-SUP-ID TO SUP-ID
           READ SUPPLIER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-SUPPLIER-OK
                 DISPLAY 'Supplier not on file: ' WS-CURRENT-SUP-ID
              NOT INVALID KEY
                 IF SUP-ACTIVE
                    MOVE 'Y' TO WS-SUPPLIER-OK
                 ELSE
                    MOVE 'N' TO WS-SUPPLIER-OK
                    DISPLAY 'Supplier inactive - no PO raised: '
                       WS-CURRENT-SUP-ID
                 END-IF
           END-READ
           IF WS-SUPPLIER-OK = 'Y'
              ADD 1 TO WS-LAST-PO-NO
              MOVE WS-LAST-PO-NO TO WS-CURRENT-PO-NO
              MOVE 0 TO WS-CURRENT-LINE
              MOVE SUP-LEAD-DAYS TO WS-LEAD-DAYS
              PERFORM COMPUTE-DUE-DATE
              ADD 1 TO WS-PO-COUNT
              DISPLAY 'PO ' WS-CURRENT-PO-NO ' raised for supplier '
                 SUP-ID ' ' SUP-NAME
           END-IF.

       COMPUTE-DUE-DATE.
           COMPUTE WS-DUE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
              + WS-LEAD-DAYS
           COMPUTE WS-DUE-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-DUE-SERIAL)
           MOVE WS-DUE-INTEGER(1:4) TO WS-DUE-DATE(1:4)
           MOVE '-' TO WS-DUE-DATE(5:1)
           MOVE WS-DUE-INTEGER(5:2) TO WS-DUE-DATE(6:2)
           MOVE '-' TO WS-DUE-DATE(8:1)
           MOVE WS-DUE-INTEGER(7:2) TO WS-DUE-DATE(9:2).

       LOOKUP-AGREED-COST.
           MOVE 0 TO WS-LINE-COST
           MOVE WS-LINE-PROD-CODE TO PS-PROD-CODE
           READ PRODUCT-SUPPLY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PS-LAST-COST TO WS-LINE-COST
           END-READ.

      *    Every line written adds its quantity to the product's
      *    on-order figure, creating the supply record if the
      *    product has never had one.
       WRITE-PO-LINE.
           ADD 1 TO WS-CURRENT-LINE
           MOVE WS-CURRENT-PO-NO TO PO-NO
           MOVE WS-CURRENT-LINE TO PO-LINE
           MOVE WS-CURRENT-SUP-ID TO PO-SUP-ID
           MOVE WS-LINE-PROD-CODE TO PO-PROD-CODE
           MOVE WS-LINE-QTY TO PO-ORDER-QTY
           MOVE 0 TO PO-RECEIVED-QTY
           MOVE WS-LINE-COST TO PO-UNIT-COST
           MOVE WS-TODAY-FMT TO PO-ORDER-DATE
           MOVE WS-DUE-DATE TO PO-DUE-DATE
           MOVE 'OP' TO PO-STATUS
           WRITE PO-LINE-RECORD
              INVALID KEY
                 DISPLAY 'PO line already on file: ' PO-NO '/'
                    PO-LINE
              NOT INVALID KEY
                 ADD 1 TO WS-LINE-COUNT
                 MOVE SPACES TO WS-SAVED-IMAGE
                 PERFORM WRITE-PO-AUDIT
                 PERFORM ADD-TO-ON-ORDER
                 DISPLAY '  Line ' PO-LINE ' ' PO-PROD-CODE
                    ' qty ' PO-ORDER-QTY ' due ' PO-DUE-DATE
           END-WRITE.

       ADD-TO-ON-ORDER.
           MOVE WS-LINE-PROD-CODE TO PS-PROD-CODE
           READ PRODUCT-SUPPLY-FILE
              INVALID KEY
                 MOVE WS-LINE-PROD-CODE TO PS-PROD-CODE
                 MOVE SPACES TO PS-SUP-ID
                 MOVE SPACES TO PS-SUP-PART-NO
                 MOVE WS-LINE-COST TO PS-LAST-COST
                 MOVE 0 TO PS-MIN-ORDER-QTY
                 MOVE WS-LINE-QTY TO PS-ON-ORDER-QTY
                 WRITE PRODUCT-SUPPLY-RECORD
              NOT INVALID KEY
                 ADD WS-LINE-QTY TO PS-ON-ORDER-QTY
                 REWRITE PRODUCT-SUPPLY-RECORD
           END-READ.

      *    A hand-keyed line opens a PO of its own.
       ADD-PO-LINE.
           DISPLAY 'Enter Supplier ID: '
           ACCEPT WS-CURRENT-SUP-ID
           PERFORM START-SUPPLIER-ORDER
           IF WS-SUPPLIER-OK = 'Y'
              DISPLAY 'Enter Product Code: '
              ACCEPT WS-LINE-PROD-CODE
              DISPLAY 'Enter Order Quantity: '
              ACCEPT WS-LINE-QTY
              PERFORM LOOKUP-AGREED-COST
              MOVE WS-LINE-COST TO WS-EDIT-COST
              DISPLAY 'Enter Unit Cost (0 = agreed cost '
                 WS-EDIT-COST '): '
              ACCEPT PO-UNIT-COST
              IF PO-UNIT-COST NOT = 0
                 MOVE PO-UNIT-COST TO WS-LINE-COST
              END-IF
              IF WS-LINE-QTY = 0
                 DISPLAY 'Quantity must be greater than zero'
                 SUBTRACT 1 FROM WS-LAST-PO-NO
              ELSE
                 PERFORM WRITE-PO-LINE
              END-IF
           END-IF.

      *    Only what has not yet arrived is cancelled; it comes off
      *    the product's on-order figure.
       CANCEL-PO-LINE.
           DISPLAY 'Enter PO Number: '
           ACCEPT PO-NO
           DISPLAY 'Enter PO Line: '
           ACCEPT PO-LINE
           READ PO-FILE
              INVALID KEY
                 DISPLAY 'PO line not found'
              NOT INVALID KEY
                 IF NOT PO-LINE-OUTSTANDING
                    DISPLAY 'PO line is not open - status '
                       PO-STATUS
                 ELSE
                    MOVE PO-LINE-RECORD TO WS-SAVED-IMAGE
                    COMPUTE WS-OUTSTANDING-QTY =
                       PO-ORDER-QTY - PO-RECEIVED-QTY
                    MOVE 'CA' TO PO-STATUS
                    REWRITE PO-LINE-RECORD
                    IF WS-PO-STATUS = '00'
                       PERFORM WRITE-PO-AUDIT
                       PERFORM REDUCE-ON-ORDER
                       DISPLAY 'PO line cancelled - '
                          WS-OUTSTANDING-QTY ' no longer on order'
                    ELSE
                       DISPLAY 'Error rewriting PO line'
                    END-IF
                 END-IF
           END-READ.

       REDUCE-ON-ORDER.
           MOVE PO-PROD-CODE TO PS-PROD-CODE
           READ PRODUCT-SUPPLY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PS-ON-ORDER-QTY > WS-OUTSTANDING-QTY
                    SUBTRACT WS-OUTSTANDING-QTY FROM PS-ON-ORDER-QTY
                 ELSE
                    MOVE 0 TO PS-ON-ORDER-QTY
                 END-IF
                 REWRITE PRODUCT-SUPPLY-RECORD
           END-READ.

       READ-PURCHASE-ORDER.
           DISPLAY 'Enter PO Number: '
           ACCEPT WS-TARGET-PO-NO
           MOVE WS-TARGET-PO-NO TO PO-NO
           MOVE 0 TO PO-LINE
           START PO-FILE KEY IS NOT LESS THAN PO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PO-EOF-FLAG
           END-START
           MOVE 0 TO WS-LINE-COUNT
           PERFORM SHOW-NEXT-PO-LINE UNTIL WS-PO-EOF-FLAG = 'Y'
           IF WS-LINE-COUNT = 0
              DISPLAY 'PO not found'
           END-IF.

       SHOW-NEXT-PO-LINE.
           READ PO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PO-EOF-FLAG
              NOT AT END
                 IF PO-NO NOT = WS-TARGET-PO-NO
                    MOVE 'Y' TO WS-PO-EOF-FLAG
                 ELSE
                    ADD 1 TO WS-LINE-COUNT
                    MOVE PO-UNIT-COST TO WS-EDIT-COST
                    DISPLAY 'PO ' PO-NO '/' PO-LINE
                       ' Supplier: ' PO-SUP-ID
                       ' Product: ' PO-PROD-CODE
                       ' Status: ' PO-STATUS
                    DISPLAY '  Ordered: ' PO-ORDER-QTY
                       ' Received: ' PO-RECEIVED-QTY
                       ' Cost: ' WS-EDIT-COST
                       ' Due: ' PO-DUE-DATE
                 END-IF
           END-READ.

       WRITE-PO-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'POFILE' TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE PO-LINE-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.
