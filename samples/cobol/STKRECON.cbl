      * re-adds the ledger per product and reports any product        *
      * whose on-hand or allocated quantity does not tie to the       *
      * master, the way ORDRECON proves order totals.                 *
      * Where stock is held by location, RECON also re-adds the       *
      * ledger per product and location (movements with no location   *
      * count against the main location) and ties each to PRODLOC,    *
      * then reports PRODLOC records holding stock the ledger has no  *
      * movements for. BASELINE writes one 'OP' per location record.  *
      * LOCSEED mode, run once when the first warehouse goes live,    *
      * gives each product with no PRODLOC record one at the main     *
      * location carrying its full PRODMAST quantities.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT LEDGER-SUM-FILE ASSIGN TO 'STKSUMW'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-SUM-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

           SELECT LEDGER-SORT-FILE ASSIGN TO 'STKSRT1'.

           SELECT RECON-REPORT ASSIGN TO 'STKRRPT'
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.

       FD  LEDGER-SUM-FILE.
       01  LEDGER-SUM-RECORD.
           05 LS-KEY.
              10 LS-PROD-CODE      PIC X(10).
              10 LS-LOC-CODE       PIC X(4).
           05 LS-ON-HAND-SUM       PIC S9(9).
           05 LS-ALLOC-SUM         PIC S9(9).

           05 LR-ALLOC-DELTA       PIC S9(7).
           05 LR-REFERENCE         PIC 9(12).
           05 LR-PROGRAM           PIC X(8).
           05 LR-LOC-CODE          PIC X(4).

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE       PIC X(132).

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-SUM-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-PLOC-STATUS          PIC XX.

       01  WS-RUN-MODE             PIC X(8).
           88 BASELINE-MODE        VALUE 'BASELINE'.
           88 REPORT-MODE          VALUE 'REPORT'.
           88 RECON-MODE           VALUE 'RECON'.
           88 LOCSEED-MODE         VALUE 'LOCSEED'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-SUM-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-CURRENT-PRODUCT      PIC X(10).
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-PLOC-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-PLOC-FOUND           PIC X VALUE 'N'.
       01  WS-PROD-ONHAND-SUM      PIC S9(9) VALUE 0.
       01  WS-PROD-ALLOC-SUM       PIC S9(9) VALUE 0.
       01  WS-LOC-ONHAND-SUM       PIC S9(9) VALUE 0.
       01  WS-LOC-ALLOC-SUM        PIC S9(9) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-PRODUCT-COUNT        PIC 9(5) VALUE 0.
       01  WS-TIED-COUNT           PIC 9(5) VALUE 0.
       01  WS-UNTIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-LOC-COMPARED-COUNT   PIC 9(5) VALUE 0.
       01  WS-LOC-TIED-COUNT       PIC 9(5) VALUE 0.
       01  WS-LOC-UNTIED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SEEDED-COUNT         PIC 9(5) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(46) VALUE
       01  MOVEMENT-DETAIL-LINE.
           05 MV-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MV-LOC-CODE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MV-DATE              PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MV-TIME              PIC X(8).
           05 MV-REFERENCE         PIC Z(11)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MV-PROGRAM           PIC X(8).
           05 FILLER               PIC X(50) VALUE SPACES.

       01  UNTIED-DETAIL-LINE.
           05 UT-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 UT-LOC-CODE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 UT-LABEL             PIC X(10).
           05 FILLER               PIC X(9) VALUE ' LEDGER  '.
           05 UT-LEDGER-QTY        PIC -(8)9.
           05 FILLER               PIC X(9) VALUE ' MASTER  '.
           05 UT-MASTER-QTY        PIC -(8)9.
           05 FILLER               PIC X(68) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(81) VALUE SPACES.

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
                 PERFORM REPORT-MOVEMENTS
              WHEN RECON-MODE
                 PERFORM SUM-LEDGER UNTIL WS-EOF-FLAG = 'Y'
                 MOVE LOW-VALUES TO LS-KEY
                 START LEDGER-SUM-FILE
                    KEY IS NOT LESS THAN LS-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-SUM-EOF-FLAG
                    NOT INVALID KEY
                       MOVE 'N' TO WS-SUM-EOF-FLAG
                 END-START
                 MOVE SPACES TO WS-CURRENT-PRODUCT
                 PERFORM COMPARE-TO-MASTER
                    UNTIL WS-SUM-EOF-FLAG = 'Y'
                 IF WS-CURRENT-PRODUCT NOT = SPACES
                    PERFORM FINISH-PRODUCT
                 END-IF
                 IF WS-LOCATIONS-ACTIVE = 'Y'
                    PERFORM CHECK-UNLEDGERED-LOCATIONS
                 END-IF
              WHEN LOCSEED-MODE
                 PERFORM SEED-PRODUCT-LOCATION
                    UNTIL WS-EOF-FLAG = 'Y'
           END-EVALUATE
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Stock Ledger Reconciliation'
           DISPLAY 'Enter Mode (BASELINE/REPORT/RECON/LOCSEED): '
           ACCEPT WS-RUN-MODE
           IF NOT BASELINE-MODE AND NOT REPORT-MODE AND
              NOT RECON-MODE AND NOT LOCSEED-MODE
              DISPLAY 'Invalid mode'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           WRITE RECON-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           IF NOT REPORT-MODE
              PERFORM OPEN-LOCATION-STOCK
           END-IF
           IF LOCSEED-MODE
              OPEN INPUT PRODUCT-FILE
              IF WS-PROD-STATUS NOT = '00'
                 DISPLAY 'Error opening files'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE LOW-VALUES TO PROD-CODE
              START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           END-IF
           IF BASELINE-MODE
              OPEN INPUT PRODUCT-FILE
              OPEN EXTEND STOCK-LEDGER-FILE
              END-IF
              MOVE LOW-VALUES TO PROD-CODE
              START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           END-IF
           IF REPORT-MODE OR RECON-MODE
              OPEN INPUT STOCK-LEDGER-FILE
              IF WS-LEDG-STATUS NOT = '00'
                 DISPLAY 'Error opening stock ledger'
              END-IF
           END-IF.

      *    Locations take part only once WHSEMAST has a main
      *    location. LOCSEED needs them and may create PRODLOC; the
      *    other modes only read it.
       OPEN-LOCATION-STOCK.
           MOVE SPACES TO LKL-REGION
           MOVE SPACES TO LKL-LOC-CODE
           CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
           IF LKL-ACTIVE = 'Y'
              MOVE LKL-MAIN-LOC TO WS-MAIN-LOC
              IF LOCSEED-MODE
                 OPEN I-O PRODUCT-LOCATION-FILE
                 IF WS-PLOC-STATUS NOT = '00'
                    OPEN OUTPUT PRODUCT-LOCATION-FILE
                    CLOSE PRODUCT-LOCATION-FILE
                    OPEN I-O PRODUCT-LOCATION-FILE
                 END-IF
              ELSE
                 OPEN INPUT PRODUCT-LOCATION-FILE
              END-IF
              IF WS-PLOC-STATUS = '00'
                 MOVE 'Y' TO WS-LOCATIONS-ACTIVE
              ELSE
                 DISPLAY 'Product location file unavailable - '
                    'locations not included'
              END-IF
           END-IF
           IF LOCSEED-MODE AND WS-LOCATIONS-ACTIVE NOT = 'Y'
              DISPLAY 'No main warehouse location - nothing to seed'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    One 'OP' record per product carrying today's quantities
      *    as deltas from zero: the baseline the later movements
      *    re-add from. Run once when the ledger goes live (and
      *    after any authorised repair).
      *    By location, the opening is one 'OP' per PRODLOC record
      *    for the product; a product with none opens as one record
      *    with no location, as before.
       WRITE-OPENING-BASELINE.
           READ PRODUCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE 'N' TO WS-PLOC-FOUND
                 IF WS-LOCATIONS-ACTIVE = 'Y'
                    PERFORM START-PRODUCT-LOCATIONS
                    PERFORM BASELINE-NEXT-LOCATION
                       UNTIL WS-PLOC-EOF-FLAG = 'Y'
                 END-IF
                 IF WS-PLOC-FOUND = 'N'
                    MOVE PROD-ON-HAND-QTY TO SL-ON-HAND-DELTA
                    MOVE PROD-ALLOCATED-QTY TO SL-ALLOC-DELTA
                    MOVE SPACES TO SL-LOC-CODE
                    PERFORM WRITE-OPENING-RECORD
                 END-IF
                 ADD 1 TO WS-BASELINED-COUNT
           END-READ.

       BASELINE-NEXT-LOCATION.
           PERFORM READ-PRODUCT-LOCATION
           IF WS-PLOC-EOF-FLAG = 'N'
              MOVE 'Y' TO WS-PLOC-FOUND
              MOVE PL-ON-HAND-QTY TO SL-ON-HAND-DELTA
              MOVE PL-ALLOCATED-QTY TO SL-ALLOC-DELTA
              MOVE PL-LOC-CODE TO SL-LOC-CODE
              PERFORM WRITE-OPENING-RECORD
           END-IF.

       WRITE-OPENING-RECORD.
           MOVE PROD-CODE TO SL-PROD-CODE
           MOVE WS-TODAY-FMT TO SL-DATE
           MOVE WS-ACCEPT-TIME TO SL-TIME
           MOVE 'OP' TO SL-MOVEMENT-TYPE
           MOVE 0 TO SL-REFERENCE
           MOVE 'STKRECON' TO SL-PROGRAM
           WRITE STOCK-LEDGER-RECORD.

      *    Positions PRODLOC on the first location of the product
      *    just read from PRODMAST.
       START-PRODUCT-LOCATIONS.
           MOVE 'N' TO WS-PLOC-EOF-FLAG
           MOVE PROD-CODE TO PL-PROD-CODE
           MOVE LOW-VALUES TO PL-LOC-CODE
           START PRODUCT-LOCATION-FILE
              KEY IS NOT LESS THAN PL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PLOC-EOF-FLAG
           END-START.

       READ-PRODUCT-LOCATION.
           READ PRODUCT-LOCATION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PLOC-EOF-FLAG
              NOT AT END
                 IF PL-PROD-CODE NOT = PROD-CODE
                    MOVE 'Y' TO WS-PLOC-EOF-FLAG
                 END-IF
           END-READ.

      *    A product already held anywhere by location is left
      *    alone; otherwise its whole stock is placed at the main
      *    location, where the ledger's unlocated history counts.
       SEED-PRODUCT-LOCATION.
           READ PRODUCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 PERFORM START-PRODUCT-LOCATIONS
                 IF WS-PLOC-EOF-FLAG = 'N'
                    PERFORM READ-PRODUCT-LOCATION
                 END-IF
                 IF WS-PLOC-EOF-FLAG = 'Y'
                    MOVE PROD-CODE TO PL-PROD-CODE
                    MOVE WS-MAIN-LOC TO PL-LOC-CODE
                    MOVE PROD-ON-HAND-QTY TO PL-ON-HAND-QTY
                    MOVE PROD-ALLOCATED-QTY TO PL-ALLOCATED-QTY
                    MOVE 0 TO PL-REORDER-POINT
                    WRITE PRODUCT-LOCATION-RECORD
                    IF WS-PLOC-STATUS = '00'
                       ADD 1 TO WS-SEEDED-COUNT
                    ELSE
                       DISPLAY 'Error seeding location stock: '
                          PROD-CODE
                    END-IF
                 END-IF
           END-READ.

       REPORT-MOVEMENTS.
           SORT LEDGER-SORT-FILE
              ON ASCENDING KEY LR-PROD-CODE LR-DATE LR-TIME
                    WRITE RECON-REPORT-LINE
                 END-IF
                 MOVE LR-PROD-CODE TO MV-PROD-CODE
                 MOVE LR-LOC-CODE TO MV-LOC-CODE
                 MOVE LR-DATE TO MV-DATE
                 MOVE LR-TIME TO MV-TIME
                 MOVE LR-MOVEMENT-TYPE TO MV-TYPE
              NOT AT END
                 ADD 1 TO WS-MOVEMENT-COUNT
                 MOVE SL-PROD-CODE TO LS-PROD-CODE
                 PERFORM SET-SUM-LOCATION
                 READ LEDGER-SUM-FILE
                    INVALID KEY
                       MOVE SL-PROD-CODE TO LS-PROD-CODE
                       PERFORM SET-SUM-LOCATION
                       MOVE SL-ON-HAND-DELTA TO LS-ON-HAND-SUM
                       MOVE SL-ALLOC-DELTA TO LS-ALLOC-SUM
                       WRITE LEDGER-SUM-RECORD
                 END-READ
           END-READ.

      *    Movements with no location belong to the main location
      *    once stock is held by location; otherwise every movement
      *    sums under the product alone.
       SET-SUM-LOCATION.
           IF WS-LOCATIONS-ACTIVE = 'Y'
              MOVE SL-LOC-CODE TO LS-LOC-CODE
              IF LS-LOC-CODE = SPACES
                 MOVE WS-MAIN-LOC TO LS-LOC-CODE
              END-IF
           ELSE
              MOVE SPACES TO LS-LOC-CODE
           END-IF.

      *    The sums arrive in product then location order: each
      *    location ties to PRODLOC as it is read, and the product's
      *    total ties to PRODMAST when the product changes.
       COMPARE-TO-MASTER.
           READ LEDGER-SUM-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SUM-EOF-FLAG
              NOT AT END
                 IF LS-PROD-CODE NOT = WS-CURRENT-PRODUCT
                    IF WS-CURRENT-PRODUCT NOT = SPACES
                       PERFORM FINISH-PRODUCT
                    END-IF
                    MOVE LS-PROD-CODE TO WS-CURRENT-PRODUCT
                    MOVE 0 TO WS-PROD-ONHAND-SUM
                    MOVE 0 TO WS-PROD-ALLOC-SUM
                 END-IF
                 ADD LS-ON-HAND-SUM TO WS-PROD-ONHAND-SUM
                 ADD LS-ALLOC-SUM TO WS-PROD-ALLOC-SUM
                 IF WS-LOCATIONS-ACTIVE = 'Y'
                    PERFORM COMPARE-TO-LOCATION
                 END-IF
           END-READ.

       FINISH-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE WS-CURRENT-PRODUCT TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 PERFORM REPORT-MISSING-MASTER
              NOT INVALID KEY
                 PERFORM TIE-ONE-PRODUCT
           END-READ.

       REPORT-MISSING-MASTER.
           ADD 1 TO WS-UNTIED-COUNT
           MOVE WS-CURRENT-PRODUCT TO UT-PROD-CODE
           MOVE SPACES TO UT-LOC-CODE
           MOVE 'NO MASTER' TO UT-LABEL
           MOVE WS-PROD-ONHAND-SUM TO UT-LEDGER-QTY
           MOVE 0 TO UT-MASTER-QTY
           WRITE RECON-REPORT-LINE FROM UNTIED-DETAIL-LINE.

       TIE-ONE-PRODUCT.
           MOVE SPACES TO UT-LOC-CODE
           IF WS-PROD-ONHAND-SUM = PROD-ON-HAND-QTY AND
              WS-PROD-ALLOC-SUM = PROD-ALLOCATED-QTY
              ADD 1 TO WS-TIED-COUNT
           ELSE
              ADD 1 TO WS-UNTIED-COUNT
              IF WS-PROD-ONHAND-SUM NOT = PROD-ON-HAND-QTY
                 MOVE WS-CURRENT-PRODUCT TO UT-PROD-CODE
                 MOVE 'ON HAND' TO UT-LABEL
                 MOVE WS-PROD-ONHAND-SUM TO UT-LEDGER-QTY
                 MOVE PROD-ON-HAND-QTY TO UT-MASTER-QTY
                 WRITE RECON-REPORT-LINE FROM UNTIED-DETAIL-LINE
              END-IF
              IF WS-PROD-ALLOC-SUM NOT = PROD-ALLOCATED-QTY
                 MOVE WS-CURRENT-PRODUCT TO UT-PROD-CODE
                 MOVE 'ALLOCATED' TO UT-LABEL
                 MOVE WS-PROD-ALLOC-SUM TO UT-LEDGER-QTY
                 MOVE PROD-ALLOCATED-QTY TO UT-MASTER-QTY
                 WRITE RECON-REPORT-LINE FROM UNTIED-DETAIL-LINE
              END-IF
           END-IF.

      *    A location the ledger knows but PRODLOC does not is held
      *    at nothing.
       COMPARE-TO-LOCATION.
           MOVE LS-ON-HAND-SUM TO WS-LOC-ONHAND-SUM
           MOVE LS-ALLOC-SUM TO WS-LOC-ALLOC-SUM
           MOVE LS-PROD-CODE TO PL-PROD-CODE
           MOVE LS-LOC-CODE TO PL-LOC-CODE
           READ PRODUCT-LOCATION-FILE
              INVALID KEY
                 MOVE LS-PROD-CODE TO PL-PROD-CODE
                 MOVE LS-LOC-CODE TO PL-LOC-CODE
                 MOVE 0 TO PL-ON-HAND-QTY
                 MOVE 0 TO PL-ALLOCATED-QTY
           END-READ
           PERFORM TIE-ONE-LOCATION.

       TIE-ONE-LOCATION.
           ADD 1 TO WS-LOC-COMPARED-COUNT
           IF WS-LOC-ONHAND-SUM = PL-ON-HAND-QTY AND
              WS-LOC-ALLOC-SUM = PL-ALLOCATED-QTY
              ADD 1 TO WS-LOC-TIED-COUNT
           ELSE
              ADD 1 TO WS-LOC-UNTIED-COUNT
              MOVE PL-PROD-CODE TO UT-PROD-CODE
              MOVE PL-LOC-CODE TO UT-LOC-CODE
              IF WS-LOC-ONHAND-SUM NOT = PL-ON-HAND-QTY
                 MOVE 'ON HAND' TO UT-LABEL
                 MOVE WS-LOC-ONHAND-SUM TO UT-LEDGER-QTY
                 MOVE PL-ON-HAND-QTY TO UT-MASTER-QTY
                 WRITE RECON-REPORT-LINE FROM UNTIED-DETAIL-LINE
              END-IF
              IF WS-LOC-ALLOC-SUM NOT = PL-ALLOCATED-QTY
                 MOVE 'ALLOCATED' TO UT-LABEL
                 MOVE WS-LOC-ALLOC-SUM TO UT-LEDGER-QTY
                 MOVE PL-ALLOCATED-QTY TO UT-MASTER-QTY
                 WRITE RECON-REPORT-LINE FROM UNTIED-DETAIL-LINE
              END-IF
           END-IF.

      *    Second pass: location stock with no ledger movements at
      *    all cannot be proved and is reported against a ledger of
      *    nothing.
       CHECK-UNLEDGERED-LOCATIONS.
           MOVE 'N' TO WS-PLOC-EOF-FLAG
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
                 IF PL-ON-HAND-QTY NOT = 0 OR
                    PL-ALLOCATED-QTY NOT = 0
                    MOVE PL-PROD-CODE TO LS-PROD-CODE
                    MOVE PL-LOC-CODE TO LS-LOC-CODE
                    READ LEDGER-SUM-FILE
                       INVALID KEY
                          MOVE 0 TO WS-LOC-ONHAND-SUM
                          MOVE 0 TO WS-LOC-ALLOC-SUM
                          PERFORM TIE-ONE-LOCATION
                    END-READ
                 END-IF
           END-READ.

       FINALIZATION.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
              MOVE 'Products Baselined:' TO SC-LABEL
              MOVE WS-BASELINED-COUNT TO SC-COUNT
              WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
           END-IF
           IF LOCSEED-MODE
              MOVE 'Product Locations Seeded:' TO SC-LABEL
              MOVE WS-SEEDED-COUNT TO SC-COUNT
              WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
           END-IF
           IF REPORT-MODE OR RECON-MODE
              MOVE 'Ledger Movements Read:' TO SC-LABEL
              MOVE WS-MOVEMENT-COUNT TO SC-COUNT
              WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
              MOVE 'Products Out Of Agreement:' TO SC-LABEL
              MOVE WS-UNTIED-COUNT TO SC-COUNT
              WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
              IF WS-LOCATIONS-ACTIVE = 'Y'
                 MOVE 'Product Locations Compared:' TO SC-LABEL
                 MOVE WS-LOC-COMPARED-COUNT TO SC-COUNT
                 WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
                 MOVE 'Product Locations In Agreement:' TO SC-LABEL
                 MOVE WS-LOC-TIED-COUNT TO SC-COUNT
                 WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
                 MOVE 'Product Locations Out Of Agreement:'
                    TO SC-LABEL
                 MOVE WS-LOC-UNTIED-COUNT TO SC-COUNT
                 WRITE RECON-REPORT-LINE FROM SUMMARY-COUNT-LINE
              END-IF
           END-IF
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           IF LOCSEED-MODE
              CLOSE PRODUCT-FILE
           END-IF
           IF BASELINE-MODE
              CLOSE PRODUCT-FILE
              CLOSE STOCK-LEDGER-FILE
           END-IF
           IF REPORT-MODE OR RECON-MODE
              CLOSE STOCK-LEDGER-FILE
              IF RECON-MODE
                 CLOSE PRODUCT-FILE
              ' Movements: ' WS-MOVEMENT-COUNT
           DISPLAY 'Tied: ' WS-TIED-COUNT
              ' Out Of Agreement: ' WS-UNTIED-COUNT
           IF WS-LOCATIONS-ACTIVE = 'Y'
              DISPLAY 'Locations Tied: ' WS-LOC-TIED-COUNT
                 ' Out Of Agreement: ' WS-LOC-UNTIED-COUNT
           END-IF
           IF RECON-MODE AND
              (WS-UNTIED-COUNT > 0 OR WS-LOC-UNTIED-COUNT > 0)
              MOVE 8 TO RETURN-CODE
           END-IF.
