       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKXFER.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * INTER-WAREHOUSE STOCK TRANSFER ENTRY                          *
      * Moves free stock of a product from one warehouse location to  *
      * another. One transfer per entry, END to finish. The source    *
      * location's on-hand comes down and the destination's goes up   *
      * on PRODLOC (a destination with no record for the product      *
      * gets one); PRODMAST's company totals do not change. Only the  *
      * source's free stock (on hand less allocated) may move, both   *
      * locations must be open, and a product frozen for a stock      *
      * count is refused until the count is applied.                  *
      * Each transfer is a pair of stock ledger movements sharing one *
      * reference - 'TO' out of the source, 'TI' into the destination *
      * - so STKRECON ties both locations and the product nets to     *
      * nothing. The reference is the entry's date and time to the    *
      * minute (yymmddhhmm) followed by a two-digit transfer count.   *
      * Runs only once stock is held by location (WHSEMAST has a main *
      * location).                                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO 'STKLEDG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

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

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-DONE-FLAG            PIC X VALUE 'N'.
       01  WS-XFER-OK              PIC X VALUE 'Y'.
       01  WS-XFER-CODE            PIC X(10).
       01  WS-FROM-LOC             PIC X(4).
       01  WS-TO-LOC               PIC X(4).
       01  WS-XFER-QTY             PIC 9(7).
       01  WS-SOURCE-FREE-QTY      PIC S9(8).
       01  WS-XFER-COUNT           PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
       01  WS-XFER-STAMP           PIC 9(10).
       01  WS-XFER-REFERENCE       PIC 9(12).
       01  WS-MOVE-TYPE            PIC X(2).
       01  WS-MOVE-ONHAND-DELTA    PIC S9(7).
       01  WS-MOVE-LOC-CODE        PIC X(4).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'Inter-Warehouse Stock Transfer Entry'
           MOVE SPACES TO LKL-REGION
           MOVE SPACES TO LKL-LOC-CODE
           CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
           IF LKL-ACTIVE NOT = 'Y'
              DISPLAY 'Stock is not held by location - no transfers'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
              DISPLAY 'Unable to open product file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
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
           OPEN EXTEND STOCK-LEDGER-FILE
           IF WS-LEDG-STATUS NOT = '00'
              OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF
           IF WS-LEDG-STATUS NOT = '00'
              DISPLAY 'Unable to open stock ledger'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM BOOK-NEXT-TRANSFER UNTIL WS-DONE-FLAG = 'Y'
           CLOSE PRODUCT-FILE
           CLOSE PRODUCT-LOCATION-FILE
           CLOSE STOCK-LEDGER-FILE
           DISPLAY 'Transfers Booked: ' WS-XFER-COUNT
           DISPLAY 'Transfers Refused: ' WS-REFUSED-COUNT
           STOP RUN.

       BOOK-NEXT-TRANSFER.
           DISPLAY 'Enter Product Code (END to finish): '
           ACCEPT WS-XFER-CODE
           IF WS-XFER-CODE = 'END'
              MOVE 'Y' TO WS-DONE-FLAG
           ELSE
              MOVE WS-XFER-CODE TO PROD-CODE
              READ PRODUCT-FILE
                 INVALID KEY
                    DISPLAY 'Invalid Product Code'
                 NOT INVALID KEY
                    PERFORM GET-TRANSFER-DETAILS
                    IF WS-XFER-OK = 'Y'
                       PERFORM APPLY-TRANSFER
                    ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                    END-IF
              END-READ
           END-IF.

      *    Both locations open and different, and no more than the
      *    source's free stock; a product under count stays put.
       GET-TRANSFER-DETAILS.
           MOVE 'Y' TO WS-XFER-OK
           IF PROD-COUNT-FREEZE = 'Y'
              DISPLAY 'Product frozen for stock count: ' PROD-CODE
              MOVE 'N' TO WS-XFER-OK
           END-IF
           IF WS-XFER-OK = 'Y'
              DISPLAY 'Enter From Location: '
              ACCEPT WS-FROM-LOC
              DISPLAY 'Enter To Location: '
              ACCEPT WS-TO-LOC
              MOVE WS-FROM-LOC TO LKL-LOC-CODE
              PERFORM CHECK-TRANSFER-LOCATION
           END-IF
           IF WS-XFER-OK = 'Y'
              MOVE WS-TO-LOC TO LKL-LOC-CODE
              PERFORM CHECK-TRANSFER-LOCATION
           END-IF
           IF WS-XFER-OK = 'Y' AND WS-FROM-LOC = WS-TO-LOC
              DISPLAY 'From and to locations are the same'
              MOVE 'N' TO WS-XFER-OK
           END-IF
           IF WS-XFER-OK = 'Y'
              PERFORM GET-SOURCE-FREE-QTY
              DISPLAY 'Free at ' WS-FROM-LOC ': ' WS-SOURCE-FREE-QTY
              DISPLAY 'Enter Quantity To Transfer: '
              ACCEPT WS-XFER-QTY
              IF WS-XFER-QTY = 0
                 DISPLAY 'Quantity must be greater than zero'
                 MOVE 'N' TO WS-XFER-OK
              ELSE
                 IF WS-XFER-QTY > WS-SOURCE-FREE-QTY
                    DISPLAY 'Quantity exceeds free stock at '
                       WS-FROM-LOC
                    MOVE 'N' TO WS-XFER-OK
                 END-IF
              END-IF
           END-IF.

       CHECK-TRANSFER-LOCATION.
           MOVE SPACES TO LKL-REGION
           CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
           IF LKL-LOC-VALID NOT = 'Y'
              DISPLAY 'Location not found or closed: ' LKL-LOC-CODE
              MOVE 'N' TO WS-XFER-OK
           END-IF.

      *    A source with no record for the product has nothing free.
       GET-SOURCE-FREE-QTY.
           MOVE 0 TO WS-SOURCE-FREE-QTY
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE WS-FROM-LOC TO PL-LOC-CODE
           READ PRODUCT-LOCATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-SOURCE-FREE-QTY =
                    PL-ON-HAND-QTY - PL-ALLOCATED-QTY
           END-READ
           IF WS-SOURCE-FREE-QTY < 0
              MOVE 0 TO WS-SOURCE-FREE-QTY
           END-IF.

       APPLY-TRANSFER.
           ADD 1 TO WS-XFER-COUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           MOVE WS-ACCEPT-DATE(3:6) TO WS-XFER-STAMP(1:6)
           MOVE WS-ACCEPT-TIME(1:4) TO WS-XFER-STAMP(7:4)
           COMPUTE WS-XFER-REFERENCE = WS-XFER-STAMP * 100
              + FUNCTION MOD(WS-XFER-COUNT, 100)
           MOVE 'TO' TO WS-MOVE-TYPE
           MOVE WS-FROM-LOC TO WS-MOVE-LOC-CODE
           COMPUTE WS-MOVE-ONHAND-DELTA = WS-XFER-QTY * -1
           PERFORM MOVE-LOCATION-STOCK
           MOVE 'TI' TO WS-MOVE-TYPE
           MOVE WS-TO-LOC TO WS-MOVE-LOC-CODE
           MOVE WS-XFER-QTY TO WS-MOVE-ONHAND-DELTA
           PERFORM MOVE-LOCATION-STOCK
           DISPLAY 'Transferred ' WS-XFER-QTY ' of ' PROD-CODE
              ' from ' WS-FROM-LOC ' to ' WS-TO-LOC
              ' ref ' WS-XFER-REFERENCE.

      *    One side of the transfer: the location's on-hand moves by
      *    the delta and the movement goes to the ledger.
       MOVE-LOCATION-STOCK.
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
           ADD WS-MOVE-ONHAND-DELTA TO PL-ON-HAND-QTY
           IF WS-PLOC-EXISTS = 'Y'
              REWRITE PRODUCT-LOCATION-RECORD
           ELSE
              WRITE PRODUCT-LOCATION-RECORD
           END-IF
           IF WS-PLOC-STATUS NOT = '00'
              DISPLAY 'Error updating location stock: '
                 PL-PROD-CODE ' ' PL-LOC-CODE
           END-IF
           MOVE PROD-CODE TO SL-PROD-CODE
           MOVE WS-TODAY-FMT TO SL-DATE
           MOVE WS-ACCEPT-TIME TO SL-TIME
           MOVE WS-MOVE-TYPE TO SL-MOVEMENT-TYPE
           MOVE WS-MOVE-ONHAND-DELTA TO SL-ON-HAND-DELTA
           MOVE 0 TO SL-ALLOC-DELTA
           MOVE WS-XFER-REFERENCE TO SL-REFERENCE
           MOVE 'STKXFER' TO SL-PROGRAM
           MOVE WS-MOVE-LOC-CODE TO SL-LOC-CODE
           WRITE STOCK-LEDGER-RECORD.
