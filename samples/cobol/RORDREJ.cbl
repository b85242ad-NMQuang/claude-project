       IDENTIFICATION DIVISION.
       PROGRAM-ID. RORDREJ.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * RECURRING ORDER REJECT FEEDBACK                               *
      * Runs after ORDPROC's BATCH intake: reads the ORDREJ reject    *
      * file, picks out the orders RORDGEN generated (looked up by    *
      * order ID on RORDIDX) and reports each against the schedule    *
      * that produced it - schedule, customer, due date, order value  *
      * and ORDPROC's reason - so the branch fixes the schedule       *
      * rather than a one-off submission. The index entry is marked   *
      * rejected and the schedule keeps a reject count and the last   *
      * reject's date, order and reason for RORDMNT to show. A        *
      * reject already marked on the index is listed again but not    *
      * counted twice. Branch-keyed rejects are counted and passed    *
      * over. RC 4 when any generated order was rejected.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO 'ORDREJ'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT RECURRING-ORDER-FILE ASSIGN TO 'RORDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RO-ID
           FILE STATUS IS WS-RORD-STATUS.

           SELECT RECURRING-INDEX-FILE ASSIGN TO 'RORDIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RX-ORDER-ID
           FILE STATUS IS WS-RIDX-STATUS.

           SELECT FEEDBACK-REPORT ASSIGN TO 'RREJRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-ORDER-ID         PIC 9(10).
           05 REJ-CUSTOMER-ID      PIC 9(10).
           05 REJ-REASON           PIC X(50).

       FD  RECURRING-ORDER-FILE.
           COPY RORDREC.

       FD  RECURRING-INDEX-FILE.
           COPY RORDIREC.

       FD  FEEDBACK-REPORT.
       01  FEEDBACK-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REJ-STATUS           PIC XX.
       01  WS-RORD-STATUS          PIC XX.
       01  WS-RIDX-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-DIGITS      PIC 9(8).

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-RECURRING-COUNT      PIC 9(7) VALUE 0.
       01  WS-REPEAT-COUNT         PIC 9(7) VALUE 0.
       01  WS-OTHER-COUNT          PIC 9(7) VALUE 0.
       01  WS-REJECTED-VALUE       PIC 9(12)V99 VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '      RECURRING ORDER REJECT FEEDBACK'.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(67) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(12) VALUE '  SCHEDULE'.
           05 FILLER               PIC X(12) VALUE '     ORDER'.
           05 FILLER               PIC X(12) VALUE '  CUSTOMER'.
           05 FILLER               PIC X(12) VALUE 'DUE DATE'.
           05 FILLER               PIC X(18) VALUE
              '            VALUE'.
           05 FILLER               PIC X(52) VALUE 'REASON'.
           05 FILLER               PIC X(14) VALUE SPACES.

       01  DETAIL-LINE.
           05 DL-RO-ID             PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DUE-DATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-VALUE             PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-REASON            PIC X(50).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-NOTE              PIC X(14).

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(40).
           05 SA-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(74) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM PROCESS-NEXT-REJECT UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Recurring Order Reject Feedback'
           DISPLAY 'Enter Run Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-RUN-DATE-DIGITS FROM DATE YYYYMMDD
              MOVE WS-RUN-DATE-DIGITS(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-RUN-DATE-DIGITS(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-RUN-DATE-DIGITS(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT REJECT-FILE
           OPEN I-O RECURRING-ORDER-FILE
           OPEN I-O RECURRING-INDEX-FILE
           OPEN OUTPUT FEEDBACK-REPORT
           IF WS-REJ-STATUS NOT = '00' OR
              WS-RORD-STATUS NOT = '00' OR
              WS-RIDX-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE FEEDBACK-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE FROM COLUMN-HEADER.

       PROCESS-NEXT-REJECT.
           READ REJECT-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM MATCH-GENERATED-ORDER
           END-READ.

       MATCH-GENERATED-ORDER.
           MOVE REJ-ORDER-ID TO RX-ORDER-ID
           READ RECURRING-INDEX-FILE
              INVALID KEY
                 ADD 1 TO WS-OTHER-COUNT
              NOT INVALID KEY
                 PERFORM RECORD-SCHEDULE-REJECT
           END-READ.

       RECORD-SCHEDULE-REJECT.
           ADD 1 TO WS-RECURRING-COUNT
           ADD RX-ORDER-VALUE TO WS-REJECTED-VALUE
           MOVE SPACES TO DL-NOTE
           IF RX-REJECTED
              ADD 1 TO WS-REPEAT-COUNT
              MOVE 'ALREADY NOTED' TO DL-NOTE
           ELSE
              MOVE 'R' TO RX-STATUS
              MOVE REJ-REASON TO RX-REJECT-REASON
              REWRITE RECURRING-INDEX-RECORD
              IF WS-RIDX-STATUS NOT = '00'
                 DISPLAY 'Error marking generated order rejected: '
                    RX-ORDER-ID
              END-IF
              PERFORM UPDATE-SCHEDULE-REJECT
           END-IF
           MOVE RX-RO-ID TO DL-RO-ID
           MOVE RX-ORDER-ID TO DL-ORDER-ID
           MOVE RX-CUST-ID TO DL-CUST-ID
           MOVE RX-DUE-DATE TO DL-DUE-DATE
           MOVE RX-ORDER-VALUE TO DL-VALUE
           MOVE REJ-REASON TO DL-REASON
           WRITE FEEDBACK-REPORT-LINE FROM DETAIL-LINE.

       UPDATE-SCHEDULE-REJECT.
           MOVE RX-RO-ID TO RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 MOVE 'NO SCHEDULE' TO DL-NOTE
              NOT INVALID KEY
                 ADD 1 TO RO-REJECT-COUNT
                 MOVE WS-RUN-DATE TO RO-LAST-REJECT-DATE
                 MOVE RX-ORDER-ID TO RO-LAST-REJECT-ORDER
                 MOVE REJ-REASON TO RO-LAST-REJECT-REASON
                 REWRITE RECURRING-ORDER-RECORD
                 IF WS-RORD-STATUS NOT = '00'
                    DISPLAY 'Error updating recurring order: ' RO-ID
                 END-IF
           END-READ.

       FINALIZATION.
           MOVE SPACES TO FEEDBACK-REPORT-LINE
           WRITE FEEDBACK-REPORT-LINE
           MOVE 'Rejects Read:' TO SC-LABEL
           MOVE WS-READ-COUNT TO SC-COUNT
           WRITE FEEDBACK-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Recurring Orders Rejected:' TO SC-LABEL
           MOVE WS-RECURRING-COUNT TO SC-COUNT
           WRITE FEEDBACK-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE '  Of Which Already Noted:' TO SC-LABEL
           MOVE WS-REPEAT-COUNT TO SC-COUNT
           WRITE FEEDBACK-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Branch Order Rejects Passed Over:' TO SC-LABEL
           MOVE WS-OTHER-COUNT TO SC-COUNT
           WRITE FEEDBACK-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Recurring Order Value Rejected:' TO SA-LABEL
           MOVE WS-REJECTED-VALUE TO SA-AMOUNT
           WRITE FEEDBACK-REPORT-LINE FROM SUMMARY-AMOUNT-LINE

           CLOSE REJECT-FILE
           CLOSE RECURRING-ORDER-FILE
           CLOSE RECURRING-INDEX-FILE
           CLOSE FEEDBACK-REPORT

           DISPLAY 'Recurring Order Reject Feedback Complete'
           DISPLAY 'Recurring Orders Rejected: ' WS-RECURRING-COUNT
           IF WS-RECURRING-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
