       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKDEMND.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * STOCK DEMAND ANALYSIS - REORDER POINT PROPOSAL RUN            *
      * Monthly run over the stock ledger STKLEDG. Shipment           *
      * movements ('SH', written by ORDFULF) inside the analysis      *
      * window give each product's average and peak daily demand,     *
      * and from those and the supplier lead time supplied at run     *
      * time a new reorder point is proposed. The proposals file      *
      * (ROPPROP) goes to a supervisor who flags the approved rows;   *
      * ROPAPPL applies only those, the CREDREV/CREDAPPL way.         *
      * The same run lists slow-moving and dead stock - products      *
      * with stock on hand and no outbound movement on the ledger     *
      * for 90 or 180 days.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-LEDGER-FILE ASSIGN TO 'STKLEDG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LEDG-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT DEMAND-WORK-FILE ASSIGN TO 'DEMWORK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DW-PROD-CODE
           FILE STATUS IS WS-DW-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO 'ROPPROP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

           SELECT DEMAND-REPORT ASSIGN TO 'STKDEMND'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    One work record per product seen shipping on the ledger:
      *    quantity shipped inside the window, the busiest single
      *    day, and the date of the last outbound movement at all.
       FD  DEMAND-WORK-FILE.
       01  DEMAND-WORK-RECORD.
           05 DW-PROD-CODE         PIC X(10).
           05 DW-WINDOW-QTY        PIC 9(9).
           05 DW-PEAK-QTY          PIC 9(7).
           05 DW-DAY-DATE          PIC X(10).
           05 DW-DAY-QTY           PIC 9(7).
           05 DW-LAST-OUT-DATE     PIC X(10).

       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05 RP-PROD-CODE         PIC X(10).
           05 RP-DESCRIPTION       PIC X(30).
           05 RP-CURRENT-ROP       PIC 9(7).
           05 RP-PROPOSED-ROP      PIC 9(7).
           05 RP-AVG-DEMAND        PIC 9(5)V99.
           05 RP-PEAK-DEMAND       PIC 9(7).
           05 RP-APPROVED          PIC X(1).

       FD  DEMAND-REPORT.
       01  DEMAND-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-DW-STATUS            PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-PROD-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-DEMAND-FOUND         PIC X VALUE 'N'.

       01  WS-WINDOW-DAYS          PIC 9(3).
       01  WS-LEAD-TIME-DAYS       PIC 9(3).
       01  WS-SAFETY-DAYS          PIC 9(3).
       01  WS-SLOW-DAYS            PIC 9(3) VALUE 90.
       01  WS-DEAD-DAYS            PIC 9(3) VALUE 180.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-INTEGER          PIC 9(8).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-INTEGER         PIC 9(8).
       01  WS-WINDOW-START         PIC X(10).
       01  WS-LAST-OUT-NUM         PIC 9(8).
       01  WS-DAYS-IDLE            PIC 9(5).

       01  WS-AVG-DEMAND           PIC 9(5)V99.
       01  WS-PROPOSED-ROP         PIC 9(7).

       01  WS-PRODUCT-COUNT        PIC 9(7) VALUE 0.
       01  WS-SHIPMENT-COUNT       PIC 9(7) VALUE 0.
       01  WS-RAISE-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOWER-COUNT          PIC 9(7) VALUE 0.
       01  WS-SLOW-COUNT           PIC 9(7) VALUE 0.
       01  WS-DEAD-COUNT           PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(50) VALUE
              '          STOCK DEMAND AND REORDER POINT PROPOSALS'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  REPORT-HEADER-2.
           05 FILLER               PIC X(16) VALUE
              'Window From: '.
           05 RH-WINDOW-START      PIC X(10).
           05 FILLER               PIC X(14) VALUE
              '   Lead Time: '.
           05 RH-LEAD-TIME         PIC ZZ9.
           05 FILLER               PIC X(18) VALUE
              ' days   Safety: '.
           05 RH-SAFETY            PIC ZZ9.
           05 FILLER               PIC X(68) VALUE ' days'.

       01  PROPOSAL-COLUMN-HEADER.
           05 FILLER               PIC X(44) VALUE
              'PRODUCT     DESCRIPTION'.
           05 FILLER               PIC X(88) VALUE
              '  AVG/DAY  PEAK DAY   CURRENT  PROPOSED'.

       01  PROPOSAL-DETAIL-LINE.
           05 PD-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-AVG-DEMAND        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-PEAK-DEMAND       PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-CURRENT-ROP       PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-PROPOSED-ROP      PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(49) VALUE SPACES.

       01  SLOW-SECTION-HEADER.
           05 FILLER               PIC X(50) VALUE
              '          SLOW-MOVING AND DEAD STOCK'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  SLOW-COLUMN-HEADER.
           05 FILLER               PIC X(44) VALUE
              'PRODUCT     DESCRIPTION'.
           05 FILLER               PIC X(88) VALUE
              ' ON HAND  LAST OUT     DAYS  CLASS'.

       01  SLOW-DETAIL-LINE.
           05 SD-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-ON-HAND           PIC ZZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-LAST-OUT          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-DAYS-IDLE         PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-CLASS             PIC X(4).
           05 FILLER               PIC X(55) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM ACCUMULATE-DEMAND UNTIL WS-LEDG-EOF-FLAG = 'Y'
           PERFORM START-PRODUCT-BROWSE
           PERFORM PROPOSE-REORDER-POINT
              UNTIL WS-PROD-EOF-FLAG = 'Y'
           PERFORM WRITE-SLOW-SECTION-HEADER
           PERFORM START-PRODUCT-BROWSE
           PERFORM CHECK-SLOW-MOVING UNTIL WS-PROD-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Stock Demand Analysis'
           DISPLAY 'Enter Analysis Window (days): '
           ACCEPT WS-WINDOW-DAYS
           DISPLAY 'Enter Supplier Lead Time (days): '
           ACCEPT WS-LEAD-TIME-DAYS
           DISPLAY 'Enter Safety Cover (days of peak over average): '
           ACCEPT WS-SAFETY-DAYS
           IF WS-WINDOW-DAYS NOT NUMERIC OR WS-WINDOW-DAYS = 0
              OR WS-LEAD-TIME-DAYS NOT NUMERIC
              OR WS-SAFETY-DAYS NOT NUMERIC
              DISPLAY 'Window, lead time and safety must be numeric'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT STOCK-LEDGER-FILE
           OPEN INPUT PRODUCT-FILE
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT DEMAND-REPORT
           IF WS-LEDG-STATUS NOT = '00' OR WS-PROD-STATUS NOT = '00'
              OR WS-PROP-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DEMAND-WORK-FILE
           CLOSE DEMAND-WORK-FILE
           OPEN I-O DEMAND-WORK-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WORK-INTEGER =
              WS-RUN-INTEGER - WS-WINDOW-DAYS + 1
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-WORK-DATE(1:4) TO WS-WINDOW-START(1:4)
           MOVE '-' TO WS-WINDOW-START(5:1)
           MOVE WS-WORK-DATE(5:2) TO WS-WINDOW-START(6:2)
           MOVE '-' TO WS-WINDOW-START(8:1)
           MOVE WS-WORK-DATE(7:2) TO WS-WINDOW-START(9:2)
           WRITE DEMAND-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-WINDOW-START TO RH-WINDOW-START
           MOVE WS-LEAD-TIME-DAYS TO RH-LEAD-TIME
           MOVE WS-SAFETY-DAYS TO RH-SAFETY
           WRITE DEMAND-REPORT-LINE FROM REPORT-HEADER-2
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE FROM PROPOSAL-COLUMN-HEADER.

      *    The ledger is appended in time order, so one product's
      *    shipments arrive oldest first and a change of date closes
      *    that product's previous day.
       ACCUMULATE-DEMAND.
           READ STOCK-LEDGER-FILE
              AT END
                 MOVE 'Y' TO WS-LEDG-EOF-FLAG
              NOT AT END
                 IF SL-MOVEMENT-TYPE = 'SH' AND SL-ON-HAND-DELTA < 0
                    ADD 1 TO WS-SHIPMENT-COUNT
                    PERFORM ADD-SHIPMENT-TO-WORK
                 END-IF
           END-READ.

       ADD-SHIPMENT-TO-WORK.
           MOVE SL-PROD-CODE TO DW-PROD-CODE
           READ DEMAND-WORK-FILE
              INVALID KEY
                 MOVE SL-PROD-CODE TO DW-PROD-CODE
                 MOVE 0 TO DW-WINDOW-QTY
                 MOVE 0 TO DW-PEAK-QTY
                 MOVE SPACES TO DW-DAY-DATE
                 MOVE 0 TO DW-DAY-QTY
                 MOVE SL-DATE TO DW-LAST-OUT-DATE
                 PERFORM ADD-WINDOW-SHIPMENT
                 WRITE DEMAND-WORK-RECORD
              NOT INVALID KEY
                 MOVE SL-DATE TO DW-LAST-OUT-DATE
                 PERFORM ADD-WINDOW-SHIPMENT
                 REWRITE DEMAND-WORK-RECORD
           END-READ.

       ADD-WINDOW-SHIPMENT.
           IF SL-DATE NOT < WS-WINDOW-START
              IF SL-DATE NOT = DW-DAY-DATE
                 MOVE SL-DATE TO DW-DAY-DATE
                 MOVE 0 TO DW-DAY-QTY
              END-IF
              COMPUTE DW-WINDOW-QTY =
                 DW-WINDOW-QTY - SL-ON-HAND-DELTA
              COMPUTE DW-DAY-QTY = DW-DAY-QTY - SL-ON-HAND-DELTA
              IF DW-DAY-QTY > DW-PEAK-QTY
                 MOVE DW-DAY-QTY TO DW-PEAK-QTY
              END-IF
           END-IF.

       START-PRODUCT-BROWSE.
           MOVE 'N' TO WS-PROD-EOF-FLAG
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-PROD-EOF-FLAG
           END-START.

      *    Reorder point = average daily demand over the lead time,
      *    plus cover for the gap between the peak day and the
      *    average for the safety days. Discontinued products and
      *    products with no shipments in the window get no proposal;
      *    the slow-moving list below speaks for those.
       PROPOSE-REORDER-POINT.
           READ PRODUCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PROD-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-PRODUCT-COUNT
                 PERFORM GET-PRODUCT-DEMAND
                 IF PROD-STATUS NOT = 'D' AND WS-DEMAND-FOUND = 'Y'
                    AND DW-WINDOW-QTY > 0
                    COMPUTE WS-AVG-DEMAND ROUNDED =
                       DW-WINDOW-QTY / WS-WINDOW-DAYS
                    COMPUTE WS-PROPOSED-ROP ROUNDED =
                       WS-AVG-DEMAND * WS-LEAD-TIME-DAYS
                       + (DW-PEAK-QTY - WS-AVG-DEMAND) * WS-SAFETY-DAYS
                    IF WS-PROPOSED-ROP NOT = PROD-REORDER-POINT
                       PERFORM WRITE-PROPOSAL
                    END-IF
                 END-IF
           END-READ.

       GET-PRODUCT-DEMAND.
           MOVE PROD-CODE TO DW-PROD-CODE
           READ DEMAND-WORK-FILE
              INVALID KEY
                 MOVE 'N' TO WS-DEMAND-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-DEMAND-FOUND
           END-READ.

       WRITE-PROPOSAL.
           IF WS-PROPOSED-ROP > PROD-REORDER-POINT
              ADD 1 TO WS-RAISE-COUNT
           ELSE
              ADD 1 TO WS-LOWER-COUNT
           END-IF
           MOVE PROD-CODE TO RP-PROD-CODE
           MOVE PROD-DESCRIPTION TO RP-DESCRIPTION
           MOVE PROD-REORDER-POINT TO RP-CURRENT-ROP
           MOVE WS-PROPOSED-ROP TO RP-PROPOSED-ROP
           MOVE WS-AVG-DEMAND TO RP-AVG-DEMAND
           MOVE DW-PEAK-QTY TO RP-PEAK-DEMAND
           MOVE 'N' TO RP-APPROVED
           WRITE PROPOSAL-RECORD
           MOVE RP-PROD-CODE TO PD-PROD-CODE
           MOVE RP-DESCRIPTION TO PD-DESCRIPTION
           MOVE RP-AVG-DEMAND TO PD-AVG-DEMAND
           MOVE RP-PEAK-DEMAND TO PD-PEAK-DEMAND
           MOVE RP-CURRENT-ROP TO PD-CURRENT-ROP
           MOVE RP-PROPOSED-ROP TO PD-PROPOSED-ROP
           WRITE DEMAND-REPORT-LINE FROM PROPOSAL-DETAIL-LINE.

       WRITE-SLOW-SECTION-HEADER.
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           MOVE 'Reorder Point Raises Proposed:' TO SC-LABEL
           MOVE WS-RAISE-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Reorder Point Reductions Proposed:' TO SC-LABEL
           MOVE WS-LOWER-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE FROM SLOW-SECTION-HEADER
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE FROM SLOW-COLUMN-HEADER.

      *    Stock on hand with no outbound movement for 90 days is
      *    slow-moving, for 180 days dead. A product that has never
      *    shipped on the ledger counts as dead.
       CHECK-SLOW-MOVING.
           READ PRODUCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PROD-EOF-FLAG
              NOT AT END
                 IF PROD-ON-HAND-QTY > 0
                    PERFORM GET-PRODUCT-DEMAND
                    PERFORM CLASSIFY-STOCK-AGE
                 END-IF
           END-READ.

       CLASSIFY-STOCK-AGE.
           MOVE PROD-CODE TO SD-PROD-CODE
           MOVE PROD-DESCRIPTION TO SD-DESCRIPTION
           MOVE PROD-ON-HAND-QTY TO SD-ON-HAND
           IF WS-DEMAND-FOUND = 'Y'
              MOVE DW-LAST-OUT-DATE(1:4) TO WS-LAST-OUT-NUM(1:4)
              MOVE DW-LAST-OUT-DATE(6:2) TO WS-LAST-OUT-NUM(5:2)
              MOVE DW-LAST-OUT-DATE(9:2) TO WS-LAST-OUT-NUM(7:2)
              COMPUTE WS-DAYS-IDLE = WS-RUN-INTEGER -
                 FUNCTION INTEGER-OF-DATE(WS-LAST-OUT-NUM)
              MOVE DW-LAST-OUT-DATE TO SD-LAST-OUT
              MOVE WS-DAYS-IDLE TO SD-DAYS-IDLE
           ELSE
              MOVE 99999 TO WS-DAYS-IDLE
              MOVE 'NONE' TO SD-LAST-OUT
              MOVE 0 TO SD-DAYS-IDLE
           END-IF
           EVALUATE TRUE
              WHEN WS-DAYS-IDLE >= WS-DEAD-DAYS
                 MOVE 'DEAD' TO SD-CLASS
                 ADD 1 TO WS-DEAD-COUNT
                 WRITE DEMAND-REPORT-LINE FROM SLOW-DETAIL-LINE
              WHEN WS-DAYS-IDLE >= WS-SLOW-DAYS
                 MOVE 'SLOW' TO SD-CLASS
                 ADD 1 TO WS-SLOW-COUNT
                 WRITE DEMAND-REPORT-LINE FROM SLOW-DETAIL-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       FINALIZATION.
           MOVE SPACES TO DEMAND-REPORT-LINE
           WRITE DEMAND-REPORT-LINE
           MOVE 'Products Analysed:' TO SC-LABEL
           MOVE WS-PRODUCT-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Shipment Movements Read:' TO SC-LABEL
           MOVE WS-SHIPMENT-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Slow-Moving (90+ days):' TO SC-LABEL
           MOVE WS-SLOW-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Dead Stock (180+ days):' TO SC-LABEL
           MOVE WS-DEAD-COUNT TO SC-COUNT
           WRITE DEMAND-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE STOCK-LEDGER-FILE
           CLOSE PRODUCT-FILE
           CLOSE DEMAND-WORK-FILE
           CLOSE PROPOSAL-FILE
           CLOSE DEMAND-REPORT

           DISPLAY 'Stock Demand Analysis Complete'
           DISPLAY 'Products Analysed: ' WS-PRODUCT-COUNT
           DISPLAY 'Raises Proposed: ' WS-RAISE-COUNT
           DISPLAY 'Reductions Proposed: ' WS-LOWER-COUNT
           DISPLAY 'Slow-Moving: ' WS-SLOW-COUNT
           DISPLAY 'Dead Stock: ' WS-DEAD-COUNT.
