      * age in days since capture, oldest first within status, and   *
      * bucket counts (0-2 / 3-7 / over 7 days) so stuck orders      *
      * surface daily.                                                *
      * What is aged is the unshipped remainder: each order's         *
      * SALESDAT lines are read for the quantity neither shipped nor  *
      * cancelled, valued at the captured unit price. An order with   *
      * nothing left to ship is waiting only for its invoice and is   *
      * left off; one that has shipped in part is marked PART.        *
      * An order taken on credit hold (CH) is marked HOLD with the    *
      * hold reason from the CRHOLD queue, and held orders are        *
      * counted and valued separately so the credit controller sees   *
      * how much stock they are keeping from other customers.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT SALES-FILE ASSIGN TO 'SALESDAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALE-ID
           FILE STATUS IS WS-SALES-STATUS.

           SELECT CREDIT-HOLD-FILE ASSIGN TO 'CRHOLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CH-ORDER-ID
           FILE STATUS IS WS-CRH-STATUS.

           SELECT AGE-REPORT ASSIGN TO 'ORDAGRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
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

       FD  CREDIT-HOLD-FILE.
           COPY CRHREC.

       FD  AGE-REPORT.
       01  AGE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-SALES-STATUS         PIC XX.
       01  WS-CRH-STATUS           PIC XX.
       01  WS-CRH-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-LINE-SEQ             PIC 9(3).
       01  WS-LINE-DONE            PIC X.
       01  WS-LINE-OPEN-QTY        PIC 9(6).
       01  WS-OPEN-QTY             PIC 9(8).
       01  WS-OPEN-VALUE           PIC 9(10)V99.
       01  WS-PART-SHIPPED         PIC X.
       01  WS-PART-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNSHIPPED-TOTAL      PIC 9(12)V99 VALUE 0.
       01  WS-HELD-COUNT           PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL           PIC 9(12)V99 VALUE 0.

       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-INTEGER          PIC 9(8).
           05 FILLER               PIC X(8) VALUE '  STATUS'.
           05 FILLER               PIC X(12) VALUE '  CAPTURED'.
           05 FILLER               PIC X(12) VALUE '    AGE DAYS'.
           05 FILLER               PIC X(18) VALUE '      UNSHIPPED'.
           05 FILLER               PIC X(10) VALUE '  OPEN QTY'.
           05 FILLER               PIC X(48) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-ORDER-ID          PIC Z(9)9.
           05 DL-AGE-DAYS          PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-TOTAL             PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-OPEN-QTY          PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-PART              PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-HOLD              PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-HOLD-REASON       PIC X(2).
           05 FILLER               PIC X(35) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       01  SUMMARY-VALUE-LINE.
           05 SV-LABEL             PIC X(40).
           05 SV-VALUE             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY 'Starting Open Orders By Age Report'
           DISPLAY 'Enter Run Date (CCYY-MM-DD): '
           ACCEPT WS-RUN-DATE
           OPEN INPUT ORDER-FILE
           OPEN INPUT SALES-FILE
           OPEN OUTPUT AGE-REPORT
           IF WS-ORDER-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              OR WS-SALES-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CRH-STATUS = '00'
              MOVE 'Y' TO WS-CRH-FILE-OPEN
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-INTEGER(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-INTEGER(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-INTEGER(7:2)
           PERFORM CHECK-NEXT-ORDER UNTIL WS-EOF-FLAG = 'Y'
           PERFORM WRITE-SUMMARY
           CLOSE ORDER-FILE
           CLOSE SALES-FILE
           IF WS-CRH-FILE-OPEN = 'Y'
              CLOSE CREDIT-HOLD-FILE
           END-IF
           CLOSE AGE-REPORT
           DISPLAY 'Open Orders: ' WS-OPEN-COUNT
           STOP RUN.
              NOT AT END
                 IF NOT ORD-STATUS-INVOICED AND
                    NOT ORD-STATUS-CANCELLED
                    PERFORM SUM-UNSHIPPED-LINES
                    IF WS-OPEN-QTY > 0
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM REPORT-OPEN-ORDER
                    END-IF
                 END-IF
           END-READ.

       SUM-UNSHIPPED-LINES.
           MOVE 0 TO WS-OPEN-QTY
           MOVE 0 TO WS-OPEN-VALUE
           MOVE 'N' TO WS-PART-SHIPPED
           MOVE 1 TO WS-LINE-SEQ
           MOVE 'N' TO WS-LINE-DONE
           PERFORM ADD-UNSHIPPED-LINE UNTIL WS-LINE-DONE = 'Y'.

       ADD-UNSHIPPED-LINE.
           COMPUTE SALE-ID = ORD-ORDER-ID * 1000 + WS-LINE-SEQ
           READ SALES-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-LINE-DONE
              NOT INVALID KEY
                 COMPUTE WS-LINE-OPEN-QTY = SALE-QUANTITY
                    - SALE-SHIPPED-QTY - SALE-CANCELLED-QTY
                 ADD WS-LINE-OPEN-QTY TO WS-OPEN-QTY
                 COMPUTE WS-OPEN-VALUE = WS-OPEN-VALUE
                    + WS-LINE-OPEN-QTY * SALE-UNIT-PRICE
                 IF SALE-SHIPPED-QTY > 0
                    MOVE 'Y' TO WS-PART-SHIPPED
                 END-IF
                 ADD 1 TO WS-LINE-SEQ
                 IF WS-LINE-SEQ > 999
                    MOVE 'Y' TO WS-LINE-DONE
                 END-IF
           END-READ.

           MOVE ORD-STATUS TO DL-STATUS
           MOVE ORD-TIMESTAMP(1:8) TO DL-CAPTURED
           MOVE WS-AGE-DAYS TO DL-AGE-DAYS
           MOVE WS-OPEN-VALUE TO DL-TOTAL
           MOVE WS-OPEN-QTY TO DL-OPEN-QTY
           ADD WS-OPEN-VALUE TO WS-UNSHIPPED-TOTAL
           IF WS-PART-SHIPPED = 'Y'
              MOVE 'PART' TO DL-PART
              ADD 1 TO WS-PART-COUNT
           ELSE
              MOVE SPACES TO DL-PART
           END-IF
           MOVE SPACES TO DL-HOLD
           MOVE SPACES TO DL-HOLD-REASON
           IF ORD-STATUS-CREDIT-HOLD
              PERFORM MARK-CREDIT-HOLD
           END-IF
           WRITE AGE-REPORT-LINE FROM DETAIL-LINE.

       MARK-CREDIT-HOLD.
           MOVE 'HOLD' TO DL-HOLD
           ADD 1 TO WS-HELD-COUNT
           ADD WS-OPEN-VALUE TO WS-HELD-TOTAL
           IF WS-CRH-FILE-OPEN = 'Y'
              MOVE ORD-ORDER-ID TO CH-ORDER-ID
              READ CREDIT-HOLD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CH-REASON TO DL-HOLD-REASON
              END-READ
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE
           WRITE AGE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Aged Over 7 Days:' TO SC-LABEL
           MOVE WS-BUCKET-OVER-7 TO SC-COUNT
           WRITE AGE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Part Shipped:' TO SC-LABEL
           MOVE WS-PART-COUNT TO SC-COUNT
           WRITE AGE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'On Credit Hold:' TO SC-LABEL
           MOVE WS-HELD-COUNT TO SC-COUNT
           WRITE AGE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Unshipped Value:' TO SV-LABEL
           MOVE WS-UNSHIPPED-TOTAL TO SV-VALUE
           WRITE AGE-REPORT-LINE FROM SUMMARY-VALUE-LINE
           MOVE 'Credit Hold Value:' TO SV-LABEL
           MOVE WS-HELD-TOTAL TO SV-VALUE
           WRITE AGE-REPORT-LINE FROM SUMMARY-VALUE-LINE.
