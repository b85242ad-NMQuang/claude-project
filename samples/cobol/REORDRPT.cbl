      * REORDER POINT REPORT                                          *
      * Lists every product whose free stock (on hand less            *
      * allocated) has fallen below its reorder point so purchasing   *
      * can replenish before the warehouse runs dry. Stock already    *
      * on order (the open purchase-order quantity carried on the     *
      * product supply file PRODSUPL) counts toward the reorder       *
      * point, so a shortfall an open PO already covers is counted    *
      * but not flagged again. Every product still short goes onto    *
      * the shortfall extract REORDSHT with its preferred supplier    *
      * and the quantity to order, which POMAINT's RAISE operation    *
      * turns into purchase orders.                                   *
      * Where stock is held by location (PRODLOC), each product on    *
      * the report is broken down by location, and a second section   *
      * lists every location below its own reorder point with the     *
      * free stock other locations hold for the product - candidates  *
      * for an STKXFER transfer rather than a new purchase.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT PRODUCT-SUPPLY-FILE ASSIGN TO 'PRODSUPL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-PROD-CODE
           FILE STATUS IS WS-PSUP-STATUS.

           SELECT SHORTFALL-EXTRACT ASSIGN TO 'REORDSHT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SHT-STATUS.

           SELECT REORDER-REPORT ASSIGN TO 'REORDRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  PRODUCT-SUPPLY-FILE.
           COPY PSUPREC.

       FD  SHORTFALL-EXTRACT.
       01  SHORTFALL-RECORD.
           05 RX-PROD-CODE         PIC X(10).
           05 RX-SUP-ID            PIC X(8).
           05 RX-ORDER-QTY         PIC 9(7).
           05 RX-FREE-QTY          PIC S9(7).
           05 RX-ON-ORDER-QTY      PIC 9(7).
           05 RX-REORDER-POINT     PIC 9(7).

       FD  REORDER-REPORT.
       01  REORDER-REPORT-LINE     PIC X(132).

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-PSUP-STATUS          PIC XX.
       01  WS-PSUP-OPEN            PIC X VALUE 'N'.
       01  WS-SHT-STATUS           PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-FREE-QTY             PIC S9(7).
       01  WS-ON-ORDER-QTY         PIC 9(7).
       01  WS-PREFERRED-SUP        PIC X(8).
       01  WS-MIN-ORDER-QTY        PIC 9(7).
       01  WS-ORDER-QTY            PIC S9(8).
       01  WS-PRODUCT-COUNT        PIC 9(5) VALUE 0.
       01  WS-REORDER-COUNT        PIC 9(5) VALUE 0.
       01  WS-COVERED-COUNT        PIC 9(5) VALUE 0.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-OPEN            PIC X VALUE 'N'.
       01  WS-PLOC-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-CAND-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-LOC-FREE-QTY         PIC S9(7).
       01  WS-SHORT-KEY            PIC X(14).
       01  WS-SHORT-PROD-CODE      PIC X(10).
       01  WS-SHORT-LOC-CODE       PIC X(4).
       01  WS-CANDIDATE-COUNT      PIC 9(3).
       01  WS-LOC-SHORT-COUNT      PIC 9(5) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
           05 FILLER               PIC X(92) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(88) VALUE
              'PRODUCT     DESCRIPTION                     ON HAND  ALL
      -       'OCATED      FREE   REORDER PT'.
           05 FILLER               PIC X(44) VALUE
              '  ON ORDER   TO ORDER  SUPPLIER'.

       01  DETAIL-LINE.
           05 DL-PROD-CODE         PIC X(10).
           05 DL-FREE              PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DL-REORDER-POINT     PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ON-ORDER          PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-TO-ORDER          PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-SUP-ID            PIC X(8).
           05 FILLER               PIC X(18) VALUE SPACES.

       01  LOCATION-DETAIL-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'LOCATION  '.
           05 LD-LOC-CODE          PIC X(4).
           05 FILLER               PIC X(18) VALUE SPACES.
           05 LD-ON-HAND           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-ALLOCATED         PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-FREE              PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 LD-REORDER-POINT     PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(48) VALUE SPACES.

       01  LOCATION-SECTION-HEADER.
           05 FILLER               PIC X(50) VALUE
              '          LOCATIONS BELOW THEIR OWN REORDER POINT'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  LOCATION-COLUMN-HEADER.
           05 FILLER               PIC X(44) VALUE
              'PRODUCT     LOC       FREE  REORDER PT  FROM'.
           05 FILLER               PIC X(88) VALUE
              '                    FREE'.

       01  LOCATION-SHORT-LINE.
           05 LS-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LS-LOC-CODE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LS-FREE              PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 LS-REORDER-POINT     PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LS-FROM-LOC          PIC X(4).
           05 FILLER               PIC X(16) VALUE SPACES.
           05 LS-FROM-FREE         PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(64) VALUE SPACES.

       01  LOCATION-CANDIDATE-LINE.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 LC-FROM-LOC          PIC X(4).
           05 FILLER               PIC X(16) VALUE SPACES.
           05 LC-FROM-FREE         PIC -ZZZ,ZZ9.
           05 FILLER               PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'Starting Reorder Point Report'
           OPEN INPUT PRODUCT-FILE
           OPEN OUTPUT REORDER-REPORT
           OPEN OUTPUT SHORTFALL-EXTRACT
           IF WS-PROD-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              OR WS-SHT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRODUCT-SUPPLY-FILE
           IF WS-PSUP-STATUS = '00'
              MOVE 'Y' TO WS-PSUP-OPEN
           ELSE
              DISPLAY 'No product supply file - nothing on order'
           END-IF
           OPEN INPUT PRODUCT-LOCATION-FILE
           IF WS-PLOC-STATUS = '00'
              MOVE 'Y' TO WS-PLOC-OPEN
           END-IF
           WRITE REORDER-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           PERFORM CHECK-NEXT-PRODUCT UNTIL WS-EOF-FLAG = 'Y'
           IF WS-PLOC-OPEN = 'Y'
              PERFORM REPORT-LOCATION-SHORTFALLS
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           CLOSE PRODUCT-FILE
           CLOSE REORDER-REPORT
           CLOSE SHORTFALL-EXTRACT
           IF WS-PSUP-OPEN = 'Y'
              CLOSE PRODUCT-SUPPLY-FILE
           END-IF
           DISPLAY 'Products Checked: ' WS-PRODUCT-COUNT
           DISPLAY 'Products Below Reorder Point: ' WS-REORDER-COUNT
           DISPLAY 'Shortfalls Covered By Open POs: '
              WS-COVERED-COUNT
           IF WS-PLOC-OPEN = 'Y'
              DISPLAY 'Locations Below Reorder Point: '
                 WS-LOC-SHORT-COUNT
           END-IF
           STOP RUN.

       CHECK-NEXT-PRODUCT.
                 COMPUTE WS-FREE-QTY =
                    PROD-ON-HAND-QTY - PROD-ALLOCATED-QTY
                 IF WS-FREE-QTY < PROD-REORDER-POINT
                    PERFORM GET-SUPPLY-POSITION
                    IF WS-FREE-QTY + WS-ON-ORDER-QTY
                       < PROD-REORDER-POINT
                       ADD 1 TO WS-REORDER-COUNT
                       PERFORM WRITE-REORDER-LINE
                       PERFORM WRITE-SHORTFALL-RECORD
                    ELSE
                       ADD 1 TO WS-COVERED-COUNT
                    END-IF
                 END-IF
           END-READ.

      *    What is already on order and who it should come from,
      *    from the product supply file; the quantity to order
      *    brings free plus on-order stock back up to the reorder
      *    point, never less than the supplier's minimum.
       GET-SUPPLY-POSITION.
           MOVE 0 TO WS-ON-ORDER-QTY
           MOVE 0 TO WS-MIN-ORDER-QTY
           MOVE SPACES TO WS-PREFERRED-SUP
           IF WS-PSUP-OPEN = 'Y'
              MOVE PROD-CODE TO PS-PROD-CODE
              READ PRODUCT-SUPPLY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PS-ON-ORDER-QTY TO WS-ON-ORDER-QTY
                    MOVE PS-MIN-ORDER-QTY TO WS-MIN-ORDER-QTY
                    MOVE PS-SUP-ID TO WS-PREFERRED-SUP
              END-READ
           END-IF
           COMPUTE WS-ORDER-QTY = PROD-REORDER-POINT
              - WS-FREE-QTY - WS-ON-ORDER-QTY
           IF WS-ORDER-QTY < WS-MIN-ORDER-QTY
              MOVE WS-MIN-ORDER-QTY TO WS-ORDER-QTY
           END-IF.

       WRITE-SHORTFALL-RECORD.
           MOVE PROD-CODE TO RX-PROD-CODE
           MOVE WS-PREFERRED-SUP TO RX-SUP-ID
           MOVE WS-ORDER-QTY TO RX-ORDER-QTY
           MOVE WS-FREE-QTY TO RX-FREE-QTY
           MOVE WS-ON-ORDER-QTY TO RX-ON-ORDER-QTY
           MOVE PROD-REORDER-POINT TO RX-REORDER-POINT
           WRITE SHORTFALL-RECORD.

       WRITE-REORDER-LINE.
           MOVE PROD-CODE TO DL-PROD-CODE
           MOVE PROD-DESCRIPTION TO DL-DESCRIPTION
           MOVE PROD-ALLOCATED-QTY TO DL-ALLOCATED
           MOVE WS-FREE-QTY TO DL-FREE
           MOVE PROD-REORDER-POINT TO DL-REORDER-POINT
           MOVE WS-ON-ORDER-QTY TO DL-ON-ORDER
           MOVE WS-ORDER-QTY TO DL-TO-ORDER
           MOVE WS-PREFERRED-SUP TO DL-SUP-ID
           WRITE REORDER-REPORT-LINE FROM DETAIL-LINE
           IF WS-PLOC-OPEN = 'Y'
              MOVE PROD-CODE TO PL-PROD-CODE
              MOVE LOW-VALUES TO PL-LOC-CODE
              PERFORM START-LOCATION-SCAN
              PERFORM WRITE-NEXT-LOCATION-LINE
                 UNTIL WS-CAND-EOF-FLAG = 'Y'
           END-IF.

       START-LOCATION-SCAN.
           MOVE 'N' TO WS-CAND-EOF-FLAG
           START PRODUCT-LOCATION-FILE
              KEY IS NOT LESS THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-CAND-EOF-FLAG
           END-START.

       WRITE-NEXT-LOCATION-LINE.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CAND-EOF-FLAG
              NOT AT END
                 IF PL-PROD-CODE NOT = PROD-CODE
                    MOVE 'Y' TO WS-CAND-EOF-FLAG
                 ELSE
                    MOVE PL-LOC-CODE TO LD-LOC-CODE
                    MOVE PL-ON-HAND-QTY TO LD-ON-HAND
                    MOVE PL-ALLOCATED-QTY TO LD-ALLOCATED
                    COMPUTE WS-LOC-FREE-QTY =
                       PL-ON-HAND-QTY - PL-ALLOCATED-QTY
                    MOVE WS-LOC-FREE-QTY TO LD-FREE
                    MOVE PL-REORDER-POINT TO LD-REORDER-POINT
                    WRITE REORDER-REPORT-LINE
                       FROM LOCATION-DETAIL-LINE
                 END-IF
           END-READ.

      *    Each location with its own reorder point set and free
      *    stock below it, followed by every other location holding
      *    free stock of the product. The candidates are read from
      *    the product's first location, then the scan resumes after
      *    the short location.
       REPORT-LOCATION-SHORTFALLS.
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE FROM LOCATION-SECTION-HEADER
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE FROM LOCATION-COLUMN-HEADER
           MOVE LOW-VALUES TO PL-KEY
           START PRODUCT-LOCATION-FILE
              KEY IS NOT LESS THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PLOC-EOF-FLAG
           END-START
           PERFORM CHECK-NEXT-LOCATION UNTIL WS-PLOC-EOF-FLAG = 'Y'.

       CHECK-NEXT-LOCATION.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PLOC-EOF-FLAG
              NOT AT END
                 COMPUTE WS-LOC-FREE-QTY =
                    PL-ON-HAND-QTY - PL-ALLOCATED-QTY
                 IF PL-REORDER-POINT > 0 AND
                    WS-LOC-FREE-QTY < PL-REORDER-POINT
                    PERFORM REPORT-ONE-LOCATION-SHORT
                 END-IF
           END-READ.

       REPORT-ONE-LOCATION-SHORT.
           ADD 1 TO WS-LOC-SHORT-COUNT
           MOVE PL-KEY TO WS-SHORT-KEY
           MOVE PL-PROD-CODE TO WS-SHORT-PROD-CODE
           MOVE PL-LOC-CODE TO WS-SHORT-LOC-CODE
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE PL-PROD-CODE TO LS-PROD-CODE
           MOVE PL-LOC-CODE TO LS-LOC-CODE
           MOVE WS-LOC-FREE-QTY TO LS-FREE
           MOVE PL-REORDER-POINT TO LS-REORDER-POINT
           MOVE SPACES TO LS-FROM-LOC
           MOVE 0 TO LS-FROM-FREE
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE WS-SHORT-PROD-CODE TO PL-PROD-CODE
           MOVE LOW-VALUES TO PL-LOC-CODE
           PERFORM START-LOCATION-SCAN
           PERFORM CHECK-NEXT-CANDIDATE
              UNTIL WS-CAND-EOF-FLAG = 'Y'
           IF WS-CANDIDATE-COUNT = 0
              MOVE 'NONE' TO LS-FROM-LOC
              WRITE REORDER-REPORT-LINE FROM LOCATION-SHORT-LINE
           END-IF
           MOVE WS-SHORT-KEY TO PL-KEY
           START PRODUCT-LOCATION-FILE
              KEY IS GREATER THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PLOC-EOF-FLAG
           END-START.

      *    The first candidate prints on the short location's line,
      *    later ones on lines of their own beneath it.
       CHECK-NEXT-CANDIDATE.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CAND-EOF-FLAG
              NOT AT END
                 IF PL-PROD-CODE NOT = WS-SHORT-PROD-CODE
                    MOVE 'Y' TO WS-CAND-EOF-FLAG
                 ELSE
                    COMPUTE WS-LOC-FREE-QTY =
                       PL-ON-HAND-QTY - PL-ALLOCATED-QTY
                    IF PL-LOC-CODE NOT = WS-SHORT-LOC-CODE AND
                       WS-LOC-FREE-QTY > 0
                       ADD 1 TO WS-CANDIDATE-COUNT
                       IF WS-CANDIDATE-COUNT = 1
                          MOVE PL-LOC-CODE TO LS-FROM-LOC
                          MOVE WS-LOC-FREE-QTY TO LS-FROM-FREE
                          WRITE REORDER-REPORT-LINE
                             FROM LOCATION-SHORT-LINE
                       ELSE
                          MOVE PL-LOC-CODE TO LC-FROM-LOC
                          MOVE WS-LOC-FREE-QTY TO LC-FROM-FREE
                          WRITE REORDER-REPORT-LINE
                             FROM LOCATION-CANDIDATE-LINE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
