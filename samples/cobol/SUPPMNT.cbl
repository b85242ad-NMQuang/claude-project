       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * SUPPLIER MASTER MAINTENANCE                                   *
      * Maintains the supplier master (SUPPMAST) that purchase        *
      * orders are raised against - add, change, inactivate (no new   *
      * orders) and browse - and names the preferred supplier for a   *
      * product on the product supply file (PRODSUPL) together with   *
      * the supplier's part number, agreed cost and minimum order     *
      * quantity. Behind the shared operator sign-on, with            *
      * before/after images to the RATAUDIT log the way PRODMNT       *
      * audits the product master. The on-order quantity on PRODSUPL  *
      * belongs to POMAINT and STKRECPT and is never keyed here.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
           COPY SUPPREC.

       FD  PRODUCT-SUPPLY-FILE.
           COPY PSUPREC.

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

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUP-STATUS           PIC XX.
       01  WS-PSUP-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-IMAGE          PIC X(80).
       01  WS-AUDIT-TABLE          PIC X(8).
       01  WS-NEW-SUP-ID           PIC X(8).
       01  WS-PSUP-EXISTS          PIC X VALUE 'N'.
       01  WS-EDIT-COST            PIC $$$,$$$,$$9.99.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Supplier Master Maintenance'
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SUPPLIER-FILE
           IF WS-SUP-STATUS NOT = '00'
              OPEN OUTPUT SUPPLIER-FILE
              CLOSE SUPPLIER-FILE
              OPEN I-O SUPPLIER-FILE
           END-IF
           OPEN I-O PRODUCT-SUPPLY-FILE
           IF WS-PSUP-STATUS NOT = '00'
              OPEN OUTPUT PRODUCT-SUPPLY-FILE
              CLOSE PRODUCT-SUPPLY-FILE
              OPEN I-O PRODUCT-SUPPLY-FILE
           END-IF
           IF WS-SUP-STATUS NOT = '00' OR WS-PSUP-STATUS NOT = '00'
              DISPLAY 'Error opening supplier files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
              DISPLAY 'Error opening product file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           DISPLAY 'Enter operation (ADD/CHANGE/INACTIVE/BROWSE'
              '/PREFER): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-SUPPLIER
              WHEN 'CHANGE'
                 PERFORM CHANGE-SUPPLIER
              WHEN 'INACTIVE'
                 PERFORM INACTIVATE-SUPPLIER
              WHEN 'BROWSE'
                 PERFORM BROWSE-SUPPLIERS
              WHEN 'PREFER'
                 PERFORM SET-PREFERRED-SUPPLIER
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE SUPPLIER-FILE
           CLOSE PRODUCT-SUPPLY-FILE
           CLOSE PRODUCT-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       OPERATOR-SIGN-ON.
           MOVE 'SUPPMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

       GET-SUPPLIER-DATA.
           MOVE 'N' TO WS-ERROR-FLAG
           DISPLAY 'Enter Supplier Name: '
           ACCEPT SUP-NAME
           DISPLAY 'Enter Contact: '
           ACCEPT SUP-CONTACT
           DISPLAY 'Enter Phone: '
           ACCEPT SUP-PHONE
           DISPLAY 'Enter Lead Time (days): '
           ACCEPT SUP-LEAD-DAYS
           IF SUP-NAME = SPACES
              DISPLAY 'Supplier name may not be blank'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF SUP-LEAD-DAYS = 0
              DISPLAY 'Lead time must be at least one day'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.

       ADD-SUPPLIER.
           DISPLAY 'Enter Supplier ID: '
           ACCEPT SUP-ID
           IF SUP-ID = SPACES
              DISPLAY 'Supplier ID may not be blank'
           ELSE
              PERFORM GET-SUPPLIER-DATA
              IF WS-ERROR-FLAG = 'N'
                 MOVE 'A' TO SUP-STATUS
                 MOVE SPACES TO WS-SAVED-IMAGE
                 WRITE SUPPLIER-RECORD
                    INVALID KEY
                       DISPLAY 'Supplier already on file'
                    NOT INVALID KEY
                       DISPLAY 'Supplier added'
                       PERFORM WRITE-SUPPLIER-AUDIT
                 END-WRITE
              END-IF
           END-IF.

       CHANGE-SUPPLIER.
           DISPLAY 'Enter Supplier ID: '
           ACCEPT SUP-ID
           READ SUPPLIER-FILE
              INVALID KEY
                 DISPLAY 'Supplier not found'
              NOT INVALID KEY
                 MOVE SUPPLIER-RECORD TO WS-SAVED-IMAGE
                 PERFORM GET-SUPPLIER-DATA
                 IF WS-ERROR-FLAG = 'N'
                    REWRITE SUPPLIER-RECORD
                    IF WS-SUP-STATUS = '00'
                       DISPLAY 'Supplier changed'
                       PERFORM WRITE-SUPPLIER-AUDIT
                    ELSE
                       DISPLAY 'Error rewriting supplier'
                    END-IF
                 END-IF
           END-READ.

      *    An inactive supplier keeps its history and any open
      *    purchase orders; POMAINT simply refuses to raise new ones.
       INACTIVATE-SUPPLIER.
           DISPLAY 'Enter Supplier ID: '
           ACCEPT SUP-ID
           READ SUPPLIER-FILE
              INVALID KEY
                 DISPLAY 'Supplier not found'
              NOT INVALID KEY
                 IF SUP-INACTIVE
                    DISPLAY 'Supplier is already inactive'
                 ELSE
                    MOVE SUPPLIER-RECORD TO WS-SAVED-IMAGE
                    MOVE 'I' TO SUP-STATUS
                    REWRITE SUPPLIER-RECORD
                    IF WS-SUP-STATUS = '00'
                       DISPLAY 'Supplier inactivated - no new '
                          'purchase orders will be raised'
                       PERFORM WRITE-SUPPLIER-AUDIT
                    ELSE
                       DISPLAY 'Error rewriting supplier'
                    END-IF
                 END-IF
           END-READ.

       BROWSE-SUPPLIERS.
           MOVE LOW-VALUES TO SUP-ID
           START SUPPLIER-FILE KEY IS NOT LESS THAN SUP-ID
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-SUPPLIER UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Suppliers on file: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-SUPPLIER.
           READ SUPPLIER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 DISPLAY SUP-ID ' ' SUP-NAME ' Status: ' SUP-STATUS
                 DISPLAY '  Contact: ' SUP-CONTACT
                    ' Phone: ' SUP-PHONE
                    ' Lead Days: ' SUP-LEAD-DAYS
           END-READ.

      *    The preferred supplier must be an active supplier and the
      *    product must exist. An existing supply record keeps its
      *    on-order quantity; a new one starts at zero.
       SET-PREFERRED-SUPPLIER.
           DISPLAY 'Enter Product Code: '
           ACCEPT PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Product not found'
              NOT INVALID KEY
                 PERFORM GET-PREFERRED-SUPPLIER
           END-READ.

       GET-PREFERRED-SUPPLIER.
           DISPLAY 'Enter Preferred Supplier ID: '
           ACCEPT WS-NEW-SUP-ID
           MOVE WS-NEW-SUP-ID TO SUP-ID
           READ SUPPLIER-FILE
              INVALID KEY
                 DISPLAY 'Supplier not found'
              NOT INVALID KEY
                 IF SUP-INACTIVE
                    DISPLAY 'Supplier is inactive'
                 ELSE
                    PERFORM UPDATE-PRODUCT-SUPPLY
                 END-IF
           END-READ.

       UPDATE-PRODUCT-SUPPLY.
           MOVE PROD-CODE TO PS-PROD-CODE
           READ PRODUCT-SUPPLY-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PSUP-EXISTS
                 MOVE SPACES TO WS-SAVED-IMAGE
                 MOVE PROD-CODE TO PS-PROD-CODE
                 MOVE 0 TO PS-ON-ORDER-QTY
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PSUP-EXISTS
                 MOVE PRODUCT-SUPPLY-RECORD TO WS-SAVED-IMAGE
           END-READ
           MOVE WS-NEW-SUP-ID TO PS-SUP-ID
           DISPLAY 'Enter Supplier Part Number: '
           ACCEPT PS-SUP-PART-NO
           DISPLAY 'Enter Agreed Unit Cost: '
           ACCEPT PS-LAST-COST
           DISPLAY 'Enter Minimum Order Quantity: '
           ACCEPT PS-MIN-ORDER-QTY
           IF WS-PSUP-EXISTS = 'Y'
              REWRITE PRODUCT-SUPPLY-RECORD
           ELSE
              WRITE PRODUCT-SUPPLY-RECORD
           END-IF
           IF WS-PSUP-STATUS = '00'
              MOVE PS-LAST-COST TO WS-EDIT-COST
              DISPLAY 'Preferred supplier for ' PS-PROD-CODE
                 ' set to ' PS-SUP-ID ' at ' WS-EDIT-COST
              PERFORM WRITE-SUPPLY-AUDIT
           ELSE
              DISPLAY 'Error writing product supply record: '
                 WS-PSUP-STATUS
           END-IF.

       WRITE-SUPPLIER-AUDIT.
           MOVE 'SUPPMAST' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE SUPPLIER-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       WRITE-SUPPLY-AUDIT.
           MOVE 'PRODSUPL' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE PRODUCT-SUPPLY-RECORD TO RAUD-NEW-IMAGE
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
