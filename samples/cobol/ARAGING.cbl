       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * INVOICE-LEVEL ACCOUNTS-RECEIVABLE AGING                       *
      * Lists every invoice still carrying an outstanding amount on   *
      * the AR open-item ledger (ARITEMS), grouped by customer, aged  *
      * by days past the invoice due date as of the run date into     *
      * current / 1-30 / 31-60 / 61-90 / over 90, with a total per    *
      * customer and per bucket. This is the list collections reads   *
      * to a customer asking which invoices are still open.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-ITEM-FILE ASSIGN TO 'ARITEMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NO
           FILE STATUS IS WS-AR-STATUS.

           SELECT AGING-SORT-FILE ASSIGN TO 'ARSRT1'.

           SELECT AGING-REPORT ASSIGN TO 'ARAGERPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-ITEM-FILE.
           COPY ARREC.

       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05 AS-CUSTOMER-ID       PIC 9(10).
           05 AS-DUE-DATE          PIC X(10).
           05 AS-INVOICE-NO        PIC 9(8).
           05 AS-ORDER-ID          PIC 9(10).
           05 AS-INVOICE-DATE      PIC X(10).
           05 AS-INVOICE-AMOUNT    PIC 9(10)V99.
           05 AS-OUTSTANDING       PIC 9(10)V99.
           05 AS-DAYS-PAST-DUE     PIC S9(5).
           05 AS-STATUS            PIC X(2).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AR-STATUS            PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-AR-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-INTEGER          PIC 9(8).
       01  WS-RUN-SERIAL           PIC 9(7).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-DUE-SERIAL           PIC 9(7).
       01  WS-OUTSTANDING          PIC S9(10)V99.
       01  WS-CURRENT-CUSTOMER     PIC 9(10) VALUE 0.
       01  WS-FIRST-CUSTOMER       PIC X VALUE 'Y'.
       01  WS-CUSTOMER-TOTAL       PIC 9(12)V99 VALUE 0.
       01  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL          PIC 9(14)V99 VALUE 0.

       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET-COUNT      PIC 9(7) OCCURS 5 TIMES VALUE 0.
           05 WS-BUCKET-AMOUNT     PIC 9(14)V99 OCCURS 5 TIMES
                                   VALUE 0.
       01  WS-BUCKET-SUB           PIC 9(1).
       01  WS-BUCKET-LABELS.
           05 FILLER               PIC X(8) VALUE 'CURRENT '.
           05 FILLER               PIC X(8) VALUE '1-30    '.
           05 FILLER               PIC X(8) VALUE '31-60   '.
           05 FILLER               PIC X(8) VALUE '61-90   '.
           05 FILLER               PIC X(8) VALUE 'OVER 90 '.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL      PIC X(8) OCCURS 5 TIMES.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(50) VALUE
              '          ACCOUNTS RECEIVABLE AGING BY INVOICE'.
           05 FILLER               PIC X(13) VALUE '   RUN DATE  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(59) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              '  CUSTOMER   INVOICE       ORDER  INV DATE    DUE DATE
      -       '     INVOICE AMT      OUTSTANDING   DAYS  BUCKET'.

       01  DETAIL-LINE.
           05 DL-CUSTOMER-ID       PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-INVOICE-NO        PIC Z(7)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-INVOICE-DATE      PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DUE-DATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-INVOICE-AMOUNT    PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DL-OUTSTANDING       PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS              PIC -ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-BUCKET            PIC X(8).
           05 FILLER               PIC X(25) VALUE SPACES.

       01  CUSTOMER-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'Customer Total Outstanding:'.
           05 CT-TOTAL             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(72) VALUE SPACES.

       01  BUCKET-LINE.
           05 BL-LABEL             PIC X(20).
           05 BL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-AMOUNT            PIC $$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT AGING-SORT-FILE
              ON ASCENDING KEY AS-CUSTOMER-ID
                               AS-DUE-DATE
                               AS-INVOICE-NO
              INPUT PROCEDURE IS SELECT-OPEN-ITEMS
              OUTPUT PROCEDURE IS REPORT-OPEN-ITEMS
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting AR Invoice Aging'
           DISPLAY 'Enter Run Date (CCYY-MM-DD): '
           ACCEPT WS-RUN-DATE
           OPEN INPUT AR-ITEM-FILE
           OPEN OUTPUT AGING-REPORT
           IF WS-AR-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-INTEGER(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-INTEGER(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-INTEGER(7:2)
           COMPUTE WS-RUN-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-RUN-INTEGER)
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE AGING-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM COLUMN-HEADER.

       SELECT-OPEN-ITEMS.
           MOVE 0 TO AR-INVOICE-NO
           START AR-ITEM-FILE KEY IS NOT LESS THAN AR-INVOICE-NO
              INVALID KEY
                 MOVE 'Y' TO WS-AR-EOF-FLAG
           END-START
           PERFORM RELEASE-NEXT-OPEN-ITEM
              UNTIL WS-AR-EOF-FLAG = 'Y'.

       RELEASE-NEXT-OPEN-ITEM.
           READ AR-ITEM-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-AR-EOF-FLAG
              NOT AT END
                 COMPUTE WS-OUTSTANDING = AR-INVOICE-AMOUNT
                    - AR-AMOUNT-PAID - AR-CREDIT-AMOUNT
                 IF WS-OUTSTANDING > 0 AND NOT AR-ITEM-CLOSED
                    PERFORM RELEASE-AGED-ITEM
                 END-IF
           END-READ.

       RELEASE-AGED-ITEM.
           MOVE AR-DUE-DATE(1:4) TO WS-DUE-INTEGER(1:4)
           MOVE AR-DUE-DATE(6:2) TO WS-DUE-INTEGER(5:2)
           MOVE AR-DUE-DATE(9:2) TO WS-DUE-INTEGER(7:2)
           COMPUTE WS-DUE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DUE-INTEGER)
           COMPUTE AS-DAYS-PAST-DUE = WS-RUN-SERIAL - WS-DUE-SERIAL
           MOVE AR-CUSTOMER-ID TO AS-CUSTOMER-ID
           MOVE AR-DUE-DATE TO AS-DUE-DATE
           MOVE AR-INVOICE-NO TO AS-INVOICE-NO
           MOVE AR-ORDER-ID TO AS-ORDER-ID
           MOVE AR-INVOICE-DATE TO AS-INVOICE-DATE
           MOVE AR-INVOICE-AMOUNT TO AS-INVOICE-AMOUNT
           MOVE WS-OUTSTANDING TO AS-OUTSTANDING
           MOVE AR-STATUS TO AS-STATUS
           RELEASE AGING-SORT-RECORD.

       REPORT-OPEN-ITEMS.
           PERFORM REPORT-NEXT-ITEM UNTIL WS-SORT-EOF-FLAG = 'Y'
           IF WS-FIRST-CUSTOMER = 'N'
              PERFORM WRITE-CUSTOMER-TOTAL
           END-IF.

       REPORT-NEXT-ITEM.
           RETURN AGING-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF WS-FIRST-CUSTOMER = 'Y'
                    MOVE 'N' TO WS-FIRST-CUSTOMER
                    MOVE AS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                    ADD 1 TO WS-CUSTOMER-COUNT
                 END-IF
                 IF AS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                    PERFORM WRITE-CUSTOMER-TOTAL
                    MOVE AS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                    ADD 1 TO WS-CUSTOMER-COUNT
                 END-IF
                 PERFORM WRITE-ITEM-LINE
           END-RETURN.

       WRITE-ITEM-LINE.
           EVALUATE TRUE
              WHEN AS-DAYS-PAST-DUE < 1
                 MOVE 1 TO WS-BUCKET-SUB
              WHEN AS-DAYS-PAST-DUE < 31
                 MOVE 2 TO WS-BUCKET-SUB
              WHEN AS-DAYS-PAST-DUE < 61
                 MOVE 3 TO WS-BUCKET-SUB
              WHEN AS-DAYS-PAST-DUE < 91
                 MOVE 4 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
           ADD AS-OUTSTANDING TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           ADD AS-OUTSTANDING TO WS-CUSTOMER-TOTAL
           ADD AS-OUTSTANDING TO WS-GRAND-TOTAL
           ADD 1 TO WS-ITEM-COUNT
           MOVE AS-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE AS-INVOICE-NO TO DL-INVOICE-NO
           MOVE AS-ORDER-ID TO DL-ORDER-ID
           MOVE AS-INVOICE-DATE TO DL-INVOICE-DATE
           MOVE AS-DUE-DATE TO DL-DUE-DATE
           MOVE AS-INVOICE-AMOUNT TO DL-INVOICE-AMOUNT
           MOVE AS-OUTSTANDING TO DL-OUTSTANDING
           MOVE AS-DAYS-PAST-DUE TO DL-DAYS
           MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO DL-BUCKET
           WRITE AGING-REPORT-LINE FROM DETAIL-LINE.

       WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUSTOMER-TOTAL TO CT-TOTAL
           WRITE AGING-REPORT-LINE FROM CUSTOMER-TOTAL-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 0 TO WS-CUSTOMER-TOTAL.

       FINALIZATION.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'Current:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(1) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(1) TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE
           MOVE '1-30 Days Past Due:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(2) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(2) TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE
           MOVE '31-60 Days Past Due:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(3) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(3) TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE
           MOVE '61-90 Days Past Due:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(4) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(4) TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE
           MOVE 'Over 90 Days:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(5) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(5) TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE
           MOVE 'Total Outstanding:' TO BL-LABEL
           MOVE WS-ITEM-COUNT TO BL-COUNT
           MOVE WS-GRAND-TOTAL TO BL-AMOUNT
           WRITE AGING-REPORT-LINE FROM BUCKET-LINE

           CLOSE AR-ITEM-FILE
           CLOSE AGING-REPORT

           DISPLAY 'AR Invoice Aging Complete'
           DISPLAY 'Customers With Open Items: ' WS-CUSTOMER-COUNT
           DISPLAY 'Open Invoices: ' WS-ITEM-COUNT
           DISPLAY 'Total Outstanding: ' WS-GRAND-TOTAL.
