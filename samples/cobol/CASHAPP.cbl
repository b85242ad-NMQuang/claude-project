       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CASH APPLICATION AGAINST AR OPEN ITEMS                        *
      * Matches each payment on the incoming remittance file          *
      * (REMITTAN) to the invoice it names on the AR open-item        *
      * ledger ARITEMS. A payment that covers what is outstanding     *
      * closes the item as paid; a smaller one leaves it part paid;   *
      * anything beyond the outstanding amount, and any payment       *
      * whose invoice is unknown, closed or belongs to another        *
      * customer, goes whole to the unapplied-cash file UNAPPCSH so   *
      * collections can chase or refund it. The cash itself reaches   *
      * CUST-BALANCE through the normal payment feed - this run       *
      * only settles the invoice-level subledger. A report (CASHRPT)  *
      * lists every remittance and how it was applied.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO 'REMITTAN'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO 'ARITEMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NO
           FILE STATUS IS WS-AR-STATUS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO 'UNAPPCSH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-UNAP-STATUS.

           SELECT CASH-REPORT ASSIGN TO 'CASHRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 RM-REMIT-DATE        PIC X(10).
           05 RM-CUSTOMER-ID       PIC 9(10).
           05 RM-INVOICE-NO        PIC 9(8).
           05 RM-AMOUNT            PIC 9(10)V99.
           05 RM-REFERENCE         PIC X(20).

       FD  AR-ITEM-FILE.
           COPY ARREC.

       FD  UNAPPLIED-CASH-FILE.
       01  UNAPPLIED-CASH-RECORD.
           05 UC-DATE              PIC X(10).
           05 UC-CUSTOMER-ID       PIC 9(10).
           05 UC-INVOICE-NO        PIC 9(8).
           05 UC-AMOUNT            PIC 9(10)V99.
           05 UC-SOURCE            PIC X(8).
           05 UC-REFERENCE         PIC X(20).
           05 UC-REASON            PIC X(30).

       FD  CASH-REPORT.
       01  CASH-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REMIT-STATUS         PIC XX.
       01  WS-AR-STATUS            PIC XX.
       01  WS-UNAP-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-ITEM-MATCHED         PIC X VALUE 'N'.
       01  WS-OUTSTANDING          PIC S9(10)V99.
       01  WS-APPLIED-AMOUNT       PIC 9(10)V99.
       01  WS-UNAPPLIED-AMOUNT     PIC 9(10)V99.
       01  WS-UNAPPLIED-REASON     PIC X(30).
       01  WS-RESULT-TEXT          PIC X(12).

       01  WS-REMIT-COUNT          PIC 9(7) VALUE 0.
       01  WS-FULL-COUNT           PIC 9(7) VALUE 0.
       01  WS-PARTIAL-COUNT        PIC 9(7) VALUE 0.
       01  WS-OVERPAID-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECEIVED       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-APPLIED        PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-UNAPPLIED      PIC 9(12)V99 VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '          CASH APPLICATION REPORT'.
           05 FILLER               PIC X(13) VALUE '   RUN DATE  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(69) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              '  CUSTOMER   INVOICE  REFERENCE                   RECEIVE
      -       'D          APPLIED        UNAPPLIED  RESULT'.

       01  DETAIL-LINE.
           05 DL-CUSTOMER-ID       PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-INVOICE-NO        PIC Z(7)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-REFERENCE         PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-RECEIVED          PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-APPLIED           PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-UNAPPLIED         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-RESULT            PIC X(12).
           05 FILLER               PIC X(28) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM APPLY-NEXT-REMITTANCE UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Cash Application'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           OPEN INPUT REMITTANCE-FILE
           OPEN I-O AR-ITEM-FILE
           OPEN OUTPUT CASH-REPORT
           IF WS-REMIT-STATUS NOT = '00' OR
              WS-AR-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND UNAPPLIED-CASH-FILE
           IF WS-UNAP-STATUS NOT = '00'
              OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF
           MOVE WS-TODAY-FMT TO RH-RUN-DATE
           WRITE CASH-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE FROM COLUMN-HEADER.

       APPLY-NEXT-REMITTANCE.
           READ REMITTANCE-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-REMIT-COUNT
                 ADD RM-AMOUNT TO WS-TOTAL-RECEIVED
                 PERFORM APPLY-ONE-REMITTANCE
                 PERFORM WRITE-REMITTANCE-LINE
           END-READ.

      *    Only an open item for the same customer can take the
      *    cash; everything else is held whole as unapplied.
       APPLY-ONE-REMITTANCE.
           MOVE 0 TO WS-APPLIED-AMOUNT
           MOVE 0 TO WS-UNAPPLIED-AMOUNT
           MOVE 'N' TO WS-ITEM-MATCHED
           MOVE RM-INVOICE-NO TO AR-INVOICE-NO
           READ AR-ITEM-FILE
              INVALID KEY
                 MOVE 'INVOICE NOT ON LEDGER' TO WS-UNAPPLIED-REASON
              NOT INVALID KEY
                 IF AR-CUSTOMER-ID NOT = RM-CUSTOMER-ID
                    MOVE 'INVOICE OF ANOTHER CUSTOMER'
                       TO WS-UNAPPLIED-REASON
                 ELSE
                    IF AR-ITEM-CLOSED
                       MOVE 'INVOICE ALREADY CLOSED'
                          TO WS-UNAPPLIED-REASON
                    ELSE
                       MOVE 'Y' TO WS-ITEM-MATCHED
                    END-IF
                 END-IF
           END-READ
           IF WS-ITEM-MATCHED = 'Y'
              PERFORM SETTLE-OPEN-ITEM
           ELSE
              MOVE RM-AMOUNT TO WS-UNAPPLIED-AMOUNT
              MOVE 'UNMATCHED' TO WS-RESULT-TEXT
              ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           IF WS-UNAPPLIED-AMOUNT > 0
              PERFORM WRITE-UNAPPLIED-CASH
           END-IF
           ADD WS-APPLIED-AMOUNT TO WS-TOTAL-APPLIED
           ADD WS-UNAPPLIED-AMOUNT TO WS-TOTAL-UNAPPLIED.

       SETTLE-OPEN-ITEM.
           COMPUTE WS-OUTSTANDING = AR-INVOICE-AMOUNT
              - AR-AMOUNT-PAID - AR-CREDIT-AMOUNT
           IF WS-OUTSTANDING < 0
              MOVE 0 TO WS-OUTSTANDING
           END-IF
           EVALUATE TRUE
              WHEN RM-AMOUNT = WS-OUTSTANDING
                 MOVE RM-AMOUNT TO WS-APPLIED-AMOUNT
                 MOVE 'PD' TO AR-STATUS
                 MOVE 'PAID' TO WS-RESULT-TEXT
                 ADD 1 TO WS-FULL-COUNT
              WHEN RM-AMOUNT < WS-OUTSTANDING
                 MOVE RM-AMOUNT TO WS-APPLIED-AMOUNT
                 MOVE 'PP' TO AR-STATUS
                 MOVE 'PART PAID' TO WS-RESULT-TEXT
                 ADD 1 TO WS-PARTIAL-COUNT
              WHEN OTHER
                 MOVE WS-OUTSTANDING TO WS-APPLIED-AMOUNT
                 COMPUTE WS-UNAPPLIED-AMOUNT =
                    RM-AMOUNT - WS-OUTSTANDING
                 MOVE 'OVERPAYMENT' TO WS-UNAPPLIED-REASON
                 MOVE 'PD' TO AR-STATUS
                 MOVE 'OVERPAID' TO WS-RESULT-TEXT
                 ADD 1 TO WS-OVERPAID-COUNT
           END-EVALUATE
           ADD WS-APPLIED-AMOUNT TO AR-AMOUNT-PAID
           MOVE WS-TODAY-FMT TO AR-LAST-ACTIVITY-DATE
           REWRITE AR-ITEM-RECORD
           IF WS-AR-STATUS NOT = '00'
              DISPLAY 'Error updating AR item ' AR-INVOICE-NO
                 ': ' WS-AR-STATUS
           END-IF.

       WRITE-UNAPPLIED-CASH.
           MOVE RM-REMIT-DATE TO UC-DATE
           MOVE RM-CUSTOMER-ID TO UC-CUSTOMER-ID
           MOVE RM-INVOICE-NO TO UC-INVOICE-NO
           MOVE WS-UNAPPLIED-AMOUNT TO UC-AMOUNT
           MOVE 'CASHAPP ' TO UC-SOURCE
           MOVE RM-REFERENCE TO UC-REFERENCE
           MOVE WS-UNAPPLIED-REASON TO UC-REASON
           WRITE UNAPPLIED-CASH-RECORD.

       WRITE-REMITTANCE-LINE.
           MOVE RM-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE RM-INVOICE-NO TO DL-INVOICE-NO
           MOVE RM-REFERENCE TO DL-REFERENCE
           MOVE RM-AMOUNT TO DL-RECEIVED
           MOVE WS-APPLIED-AMOUNT TO DL-APPLIED
           MOVE WS-UNAPPLIED-AMOUNT TO DL-UNAPPLIED
           MOVE WS-RESULT-TEXT TO DL-RESULT
           WRITE CASH-REPORT-LINE FROM DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE 'Remittances Read:' TO SC-LABEL
           MOVE WS-REMIT-COUNT TO SC-COUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Invoices Paid in Full:' TO SC-LABEL
           MOVE WS-FULL-COUNT TO SC-COUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Invoices Part Paid:' TO SC-LABEL
           MOVE WS-PARTIAL-COUNT TO SC-COUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Invoices Overpaid:' TO SC-LABEL
           MOVE WS-OVERPAID-COUNT TO SC-COUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Remittances Unmatched:' TO SC-LABEL
           MOVE WS-UNMATCHED-COUNT TO SC-COUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Total Received:' TO SA-LABEL
           MOVE WS-TOTAL-RECEIVED TO SA-AMOUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Total Applied:' TO SA-LABEL
           MOVE WS-TOTAL-APPLIED TO SA-AMOUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Total Unapplied:' TO SA-LABEL
           MOVE WS-TOTAL-UNAPPLIED TO SA-AMOUNT
           WRITE CASH-REPORT-LINE FROM SUMMARY-AMOUNT-LINE

           CLOSE REMITTANCE-FILE
           CLOSE AR-ITEM-FILE
           CLOSE UNAPPLIED-CASH-FILE
           CLOSE CASH-REPORT

           DISPLAY 'Cash Application Complete'
           DISPLAY 'Remittances Read: ' WS-REMIT-COUNT
           DISPLAY 'Total Applied: ' WS-TOTAL-APPLIED
           DISPLAY 'Total Unapplied: ' WS-TOTAL-UNAPPLIED.
