       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * WAREHOUSE LOCATION MAINTENANCE                                *
      * Maintains the stock-holding locations (WHSEMAST) - add,       *
      * change, close and browse - the location that serves each      *
      * sales region and its fallback (RGNLOC), and each location's   *
      * own reorder point for a product (PRODLOC), and shows a        *
      * product's stock location by location. The first location      *
      * added as the main warehouse turns stock-by-location on for    *
      * every program that moves stock; there is only ever one main   *
      * location and it cannot be closed, nor can a location still    *
      * holding stock. Behind the shared operator sign-on, with       *
      * before/after images to the RATAUDIT log the way SUPPMNT       *
      * audits the supplier master. PRODLOC quantities belong to the  *
      * stock movement programs and are never keyed here.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE ASSIGN TO 'WHSEMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WH-LOC-CODE
           FILE STATUS IS WS-WHSE-STATUS.

           SELECT REGION-LOCATION-FILE ASSIGN TO 'RGNLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RGL-REGION
           FILE STATUS IS WS-RGNL-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

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
       FD  WAREHOUSE-FILE.
           COPY WHSEREC.

       FD  REGION-LOCATION-FILE.
           COPY RGNLREC.

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

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
       01  WS-WHSE-STATUS          PIC XX.
       01  WS-RGNL-STATUS          PIC XX.
       01  WS-PLOC-STATUS          PIC XX.
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
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-SAVED-IMAGE          PIC X(80).
       01  WS-AUDIT-TABLE          PIC X(8).
       01  WS-LOC-CODE             PIC X(4).
       01  WS-CHECK-LOC            PIC X(4).
       01  WS-CHECK-VALID          PIC X.
       01  WS-MAIN-LOC             PIC X(4).
       01  WS-PRIMARY-LOC          PIC X(4).
       01  WS-FALLBACK-LOC         PIC X(4).
       01  WS-RGNL-EXISTS          PIC X VALUE 'N'.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-STOCK-HELD           PIC X VALUE 'N'.
       01  WS-FREE-QTY             PIC S9(8).
       01  WS-EDIT-QTY             PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-ALLOC           PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-FREE            PIC -,---,--9.
       01  WS-EDIT-REORDER         PIC Z,ZZZ,ZZ9.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Warehouse Location Maintenance'
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O WAREHOUSE-FILE
           IF WS-WHSE-STATUS NOT = '00'
              OPEN OUTPUT WAREHOUSE-FILE
              CLOSE WAREHOUSE-FILE
              OPEN I-O WAREHOUSE-FILE
           END-IF
           OPEN I-O REGION-LOCATION-FILE
           IF WS-RGNL-STATUS NOT = '00'
              OPEN OUTPUT REGION-LOCATION-FILE
              CLOSE REGION-LOCATION-FILE
              OPEN I-O REGION-LOCATION-FILE
           END-IF
           OPEN I-O PRODUCT-LOCATION-FILE
           IF WS-PLOC-STATUS NOT = '00'
              OPEN OUTPUT PRODUCT-LOCATION-FILE
              CLOSE PRODUCT-LOCATION-FILE
              OPEN I-O PRODUCT-LOCATION-FILE
           END-IF
           IF WS-WHSE-STATUS NOT = '00' OR WS-RGNL-STATUS NOT = '00'
              OR WS-PLOC-STATUS NOT = '00'
              DISPLAY 'Error opening location files'
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
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           PERFORM FIND-MAIN-LOCATION
           DISPLAY 'Enter operation (ADD/CHANGE/CLOSE/BROWSE/REGION'
              '/STOCK/REORDER): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-LOCATION
              WHEN 'CHANGE'
                 PERFORM CHANGE-LOCATION
              WHEN 'CLOSE'
                 PERFORM CLOSE-LOCATION
              WHEN 'BROWSE'
                 PERFORM BROWSE-LOCATIONS
              WHEN 'REGION'
                 PERFORM SET-REGION-LOCATION
              WHEN 'STOCK'
                 PERFORM SHOW-PRODUCT-STOCK
              WHEN 'REORDER'
                 PERFORM SET-LOCATION-REORDER-POINT
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE WAREHOUSE-FILE
           CLOSE REGION-LOCATION-FILE
           CLOSE PRODUCT-LOCATION-FILE
           CLOSE PRODUCT-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       OPERATOR-SIGN-ON.
           MOVE 'WHSEMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

       FIND-MAIN-LOCATION.
           MOVE SPACES TO WS-MAIN-LOC
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO WH-LOC-CODE
           START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-LOC-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM CHECK-NEXT-MAIN-LOCATION
              UNTIL WS-BROWSE-EOF = 'Y'.

       CHECK-NEXT-MAIN-LOCATION.
           READ WAREHOUSE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF WH-MAIN AND WH-ACTIVE
                    MOVE WH-LOC-CODE TO WS-MAIN-LOC
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
           END-READ.

       GET-LOCATION-DATA.
           MOVE 'N' TO WS-ERROR-FLAG
           DISPLAY 'Enter Location Name: '
           ACCEPT WH-NAME
           IF WH-NAME = SPACES
              DISPLAY 'Location name may not be blank'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.

      *    The first main location switches stock-by-location on;
      *    STKRECON LOCSEED then books each product's existing stock
      *    to it before the next order run.
       ADD-LOCATION.
           DISPLAY 'Enter Location Code: '
           ACCEPT WH-LOC-CODE
           IF WH-LOC-CODE = SPACES
              DISPLAY 'Location code may not be blank'
           ELSE
              PERFORM GET-LOCATION-DATA
              DISPLAY 'Main warehouse (Y/N): '
              ACCEPT WH-MAIN-FLAG
              IF WH-MAIN-FLAG NOT = 'Y'
                 MOVE 'N' TO WH-MAIN-FLAG
              END-IF
              IF WH-MAIN AND WS-MAIN-LOC NOT = SPACES
                 DISPLAY 'Main location is already ' WS-MAIN-LOC
                 MOVE 'Y' TO WS-ERROR-FLAG
              END-IF
              IF WS-ERROR-FLAG = 'N'
                 MOVE 'A' TO WH-STATUS
                 MOVE WS-OPERATOR-ID TO WH-CHANGED-BY
                 MOVE WS-TODAY-FMT TO WH-CHANGED-DATE
                 MOVE SPACES TO WS-SAVED-IMAGE
                 WRITE WAREHOUSE-RECORD
                    INVALID KEY
                       DISPLAY 'Location already on file'
                    NOT INVALID KEY
                       DISPLAY 'Location added'
                       PERFORM WRITE-LOCATION-AUDIT
                 END-WRITE
              END-IF
           END-IF.

       CHANGE-LOCATION.
           DISPLAY 'Enter Location Code: '
           ACCEPT WH-LOC-CODE
           READ WAREHOUSE-FILE
              INVALID KEY
                 DISPLAY 'Location not found'
              NOT INVALID KEY
                 MOVE WAREHOUSE-RECORD TO WS-SAVED-IMAGE
                 PERFORM GET-LOCATION-DATA
                 IF WS-ERROR-FLAG = 'N'
                    MOVE WS-OPERATOR-ID TO WH-CHANGED-BY
                    MOVE WS-TODAY-FMT TO WH-CHANGED-DATE
                    REWRITE WAREHOUSE-RECORD
                    IF WS-WHSE-STATUS = '00'
                       DISPLAY 'Location changed'
                       PERFORM WRITE-LOCATION-AUDIT
                    ELSE
                       DISPLAY 'Error rewriting location'
                    END-IF
                 END-IF
           END-READ.

      *    A closed location takes no new stock movements; regions
      *    it served fall back to the main location in LOCLOOK.
      *    Its stock has to be transferred out (STKXFER) first.
       CLOSE-LOCATION.
           DISPLAY 'Enter Location Code: '
           ACCEPT WS-LOC-CODE
           MOVE WS-LOC-CODE TO WH-LOC-CODE
           READ WAREHOUSE-FILE
              INVALID KEY
                 DISPLAY 'Location not found'
              NOT INVALID KEY
                 IF WH-CLOSED
                    DISPLAY 'Location is already closed'
                 ELSE
                    IF WH-MAIN
                       DISPLAY 'The main location cannot be closed'
                    ELSE
                       PERFORM CHECK-LOCATION-STOCK
                       IF WS-STOCK-HELD = 'Y'
                          DISPLAY 'Location still holds stock - '
                             'transfer it out first'
                       ELSE
                          PERFORM MARK-LOCATION-CLOSED
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       CHECK-LOCATION-STOCK.
           MOVE 'N' TO WS-STOCK-HELD
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO PL-KEY
           START PRODUCT-LOCATION-FILE KEY IS NOT LESS THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM CHECK-NEXT-LOCATION-STOCK
              UNTIL WS-BROWSE-EOF = 'Y'.

       CHECK-NEXT-LOCATION-STOCK.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF PL-LOC-CODE = WS-LOC-CODE AND
                    (PL-ON-HAND-QTY > 0 OR PL-ALLOCATED-QTY > 0)
                    MOVE 'Y' TO WS-STOCK-HELD
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
           END-READ.

       MARK-LOCATION-CLOSED.
           MOVE WS-LOC-CODE TO WH-LOC-CODE
           READ WAREHOUSE-FILE
              INVALID KEY
                 DISPLAY 'Location not found'
              NOT INVALID KEY
                 MOVE WAREHOUSE-RECORD TO WS-SAVED-IMAGE
                 MOVE 'C' TO WH-STATUS
                 MOVE WS-OPERATOR-ID TO WH-CHANGED-BY
                 MOVE WS-TODAY-FMT TO WH-CHANGED-DATE
                 REWRITE WAREHOUSE-RECORD
                 IF WS-WHSE-STATUS = '00'
                    DISPLAY 'Location closed - no further stock '
                       'movements'
                    PERFORM WRITE-LOCATION-AUDIT
                 ELSE
                    DISPLAY 'Error rewriting location'
                 END-IF
           END-READ.

       BROWSE-LOCATIONS.
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO WH-LOC-CODE
           START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-LOC-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-LOCATION UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Locations on file: ' WS-BROWSE-COUNT
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE LOW-VALUES TO RGL-REGION
           START REGION-LOCATION-FILE KEY IS NOT LESS THAN RGL-REGION
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-REGION UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Regions mapped: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-LOCATION.
           READ WAREHOUSE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 DISPLAY WH-LOC-CODE ' ' WH-NAME ' Status: ' WH-STATUS
                    ' Main: ' WH-MAIN-FLAG
           END-READ.

       BROWSE-NEXT-REGION.
           READ REGION-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 DISPLAY 'Region ' RGL-REGION ' served from '
                    RGL-LOC-CODE ' fallback ' RGL-FALLBACK-LOC
           END-READ.

      *    The serving location must be open; the fallback may be
      *    left blank but, if given, must be open and different.
       SET-REGION-LOCATION.
           MOVE 'N' TO WS-ERROR-FLAG
           DISPLAY 'Enter Sales Region: '
           ACCEPT RGL-REGION
           DISPLAY 'Enter Serving Location: '
           ACCEPT WS-PRIMARY-LOC
           DISPLAY 'Enter Fallback Location (blank = none): '
           ACCEPT WS-FALLBACK-LOC
           IF RGL-REGION = SPACES
              DISPLAY 'Region may not be blank'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           MOVE WS-PRIMARY-LOC TO WS-CHECK-LOC
           PERFORM CHECK-LOCATION-OPEN
           IF WS-CHECK-VALID = 'N'
              DISPLAY 'Serving location not found or closed'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF WS-FALLBACK-LOC NOT = SPACES
              MOVE WS-FALLBACK-LOC TO WS-CHECK-LOC
              PERFORM CHECK-LOCATION-OPEN
              IF WS-CHECK-VALID = 'N' OR
                 WS-FALLBACK-LOC = WS-PRIMARY-LOC
                 DISPLAY 'Fallback location not found, closed or '
                    'same as serving location'
                 MOVE 'Y' TO WS-ERROR-FLAG
              END-IF
           END-IF
           IF WS-ERROR-FLAG = 'N'
              PERFORM UPDATE-REGION-LOCATION
           END-IF.

       UPDATE-REGION-LOCATION.
           READ REGION-LOCATION-FILE
              INVALID KEY
                 MOVE 'N' TO WS-RGNL-EXISTS
                 MOVE SPACES TO WS-SAVED-IMAGE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RGNL-EXISTS
                 MOVE REGION-LOCATION-RECORD TO WS-SAVED-IMAGE
           END-READ
           MOVE WS-PRIMARY-LOC TO RGL-LOC-CODE
           MOVE WS-FALLBACK-LOC TO RGL-FALLBACK-LOC
           MOVE WS-OPERATOR-ID TO RGL-CHANGED-BY
           MOVE WS-TODAY-FMT TO RGL-CHANGED-DATE
           IF WS-RGNL-EXISTS = 'Y'
              REWRITE REGION-LOCATION-RECORD
           ELSE
              WRITE REGION-LOCATION-RECORD
           END-IF
           IF WS-RGNL-STATUS = '00'
              DISPLAY 'Region ' RGL-REGION ' now served from '
                 RGL-LOC-CODE
              PERFORM WRITE-REGION-AUDIT
           ELSE
              DISPLAY 'Error writing region location: '
                 WS-RGNL-STATUS
           END-IF.

       CHECK-LOCATION-OPEN.
           MOVE 'N' TO WS-CHECK-VALID
           IF WS-CHECK-LOC NOT = SPACES
              MOVE WS-CHECK-LOC TO WH-LOC-CODE
              READ WAREHOUSE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WH-ACTIVE
                       MOVE 'Y' TO WS-CHECK-VALID
                    END-IF
              END-READ
           END-IF.

       SHOW-PRODUCT-STOCK.
           DISPLAY 'Enter Product Code: '
           ACCEPT PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Product not found'
              NOT INVALID KEY
                 MOVE PROD-ON-HAND-QTY TO WS-EDIT-QTY
                 MOVE PROD-ALLOCATED-QTY TO WS-EDIT-ALLOC
                 DISPLAY PROD-CODE ' ' PROD-DESCRIPTION
                 DISPLAY '  Total  On Hand: ' WS-EDIT-QTY
                    ' Allocated: ' WS-EDIT-ALLOC
                 PERFORM BROWSE-PRODUCT-LOCATIONS
           END-READ.

       BROWSE-PRODUCT-LOCATIONS.
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE 0 TO WS-BROWSE-COUNT
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE LOW-VALUES TO PL-LOC-CODE
           START PRODUCT-LOCATION-FILE KEY IS NOT LESS THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM SHOW-NEXT-PRODUCT-LOCATION
              UNTIL WS-BROWSE-EOF = 'Y'
           IF WS-BROWSE-COUNT = 0
              DISPLAY '  No stock held by location'
           END-IF.

       SHOW-NEXT-PRODUCT-LOCATION.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF PL-PROD-CODE NOT = PROD-CODE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 ELSE
                    ADD 1 TO WS-BROWSE-COUNT
                    COMPUTE WS-FREE-QTY =
                       PL-ON-HAND-QTY - PL-ALLOCATED-QTY
                    MOVE PL-ON-HAND-QTY TO WS-EDIT-QTY
                    MOVE PL-ALLOCATED-QTY TO WS-EDIT-ALLOC
                    MOVE WS-FREE-QTY TO WS-EDIT-FREE
                    MOVE PL-REORDER-POINT TO WS-EDIT-REORDER
                    DISPLAY '  ' PL-LOC-CODE ' On Hand: ' WS-EDIT-QTY
                       ' Allocated: ' WS-EDIT-ALLOC
                       ' Free: ' WS-EDIT-FREE
                       ' Reorder At: ' WS-EDIT-REORDER
                 END-IF
           END-READ.

      *    A location's reorder point drives REORDRPT's location
      *    shortfall section; zero clears it. A product with no
      *    stock at the location yet gets an empty record to carry it.
       SET-LOCATION-REORDER-POINT.
           DISPLAY 'Enter Product Code: '
           ACCEPT PROD-CODE
           DISPLAY 'Enter Location Code: '
           ACCEPT WS-LOC-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Product not found'
              NOT INVALID KEY
                 MOVE WS-LOC-CODE TO WS-CHECK-LOC
                 PERFORM CHECK-LOCATION-OPEN
                 IF WS-CHECK-VALID = 'N'
                    DISPLAY 'Location not found or closed'
                 ELSE
                    PERFORM UPDATE-LOCATION-REORDER-POINT
                 END-IF
           END-READ.

       UPDATE-LOCATION-REORDER-POINT.
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE WS-LOC-CODE TO PL-LOC-CODE
           READ PRODUCT-LOCATION-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PLOC-EXISTS
                 MOVE SPACES TO WS-SAVED-IMAGE
                 MOVE 0 TO PL-ON-HAND-QTY
                 MOVE 0 TO PL-ALLOCATED-QTY
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PLOC-EXISTS
                 MOVE PRODUCT-LOCATION-RECORD TO WS-SAVED-IMAGE
           END-READ
           DISPLAY 'Enter Location Reorder Point (0 = none): '
           ACCEPT PL-REORDER-POINT
           IF WS-PLOC-EXISTS = 'Y'
              REWRITE PRODUCT-LOCATION-RECORD
           ELSE
              WRITE PRODUCT-LOCATION-RECORD
           END-IF
           IF WS-PLOC-STATUS = '00'
              MOVE PL-REORDER-POINT TO WS-EDIT-REORDER
              DISPLAY 'Reorder point for ' PL-PROD-CODE ' at '
                 PL-LOC-CODE ' set to ' WS-EDIT-REORDER
              PERFORM WRITE-PRODUCT-LOCATION-AUDIT
           ELSE
              DISPLAY 'Error writing product location record: '
                 WS-PLOC-STATUS
           END-IF.

       WRITE-LOCATION-AUDIT.
           MOVE 'WHSEMAST' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE WAREHOUSE-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       WRITE-REGION-AUDIT.
           MOVE 'RGNLOC' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE REGION-LOCATION-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       WRITE-PRODUCT-LOCATION-AUDIT.
           MOVE 'PRODLOC' TO WS-AUDIT-TABLE
           PERFORM WRITE-AUDIT-HEADER
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE PRODUCT-LOCATION-RECORD TO RAUD-NEW-IMAGE
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
