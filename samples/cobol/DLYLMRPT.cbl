       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYLMRPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * DAILY DEBIT LIMIT BREACH REPORT                               *
      * Lists every customer who had a debit or transfer out refused  *
      * for the daily debit limit on the business date entered (blank *
      * for today), from the DLYDEBIT running totals BATCHJOB and     *
      * SUSPPROC keep: the limit in force, what was posted that day,  *
      * how many items were refused and their total. The refused      *
      * items themselves are on suspense under the reason 'Daily      *
      * debit limit exceeded'.                                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-USAGE-FILE ASSIGN TO 'DLYDEBIT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DU-KEY
           FILE STATUS IS WS-DUSE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT LIMIT-REPORT ASSIGN TO 'DLYLMRP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-USAGE-FILE.
           COPY DLYUSREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  LIMIT-REPORT.
       01  LIMIT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DUSE-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-DUSE-OPEN            PIC X VALUE 'N'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-BREACH-COUNT         PIC 9(7) VALUE 0.
       01  WS-REFUSED-ITEMS        PIC 9(7) VALUE 0.
       01  WS-REFUSED-TOTAL        PIC 9(13)V99 VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     DAILY DEBIT LIMIT BREACH REPORT'.
           05 FILLER               PIC X(16) VALUE
              'BUSINESS DATE: '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(66) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(55) VALUE
              'CUSTOMER    NAME                           CCY        D'.
           05 FILLER               PIC X(77) VALUE
              'AILY LIMIT     POSTED TODAY REFUSED  REFUSED AMOUNT'.

       01  DETAIL-LINE.
           05 RD-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-NAME              PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-CURRENCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-LIMIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-POSTED            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-REFUSED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-REFUSED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(26) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER               PIC X(30) VALUE
              'CUSTOMERS AT LIMIT:'.
           05 TL-BREACH-COUNT      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(18) VALUE
              '   ITEMS REFUSED:'.
           05 TL-REFUSED-ITEMS     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(18) VALUE
              '   AMOUNT REFUSED:'.
           05 TL-REFUSED-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM REPORT-NEXT-CUSTOMER UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Daily Debit Limit Breach Report'
           DISPLAY 'Enter Business Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT LIMIT-REPORT
           IF WS-CUST-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE LIMIT-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE FROM COLUMN-HEADER
           OPEN INPUT DAILY-USAGE-FILE
           IF WS-DUSE-STATUS NOT = '00'
              DISPLAY 'No daily debit totals on file'
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              MOVE 'Y' TO WS-DUSE-OPEN
              MOVE WS-RUN-DATE TO DU-BUSINESS-DATE
              MOVE 0 TO DU-CUST-ID
              START DAILY-USAGE-FILE KEY IS NOT LESS THAN DU-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-FLAG
              END-START
           END-IF.

      *    The usage file is keyed by business date first, so the
      *    date's customers are read as one run and the browse stops
      *    at the next date.
       REPORT-NEXT-CUSTOMER.
           READ DAILY-USAGE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF DU-BUSINESS-DATE NOT = WS-RUN-DATE
                    MOVE 'Y' TO WS-EOF-FLAG
                 ELSE
                    ADD 1 TO WS-CUSTOMER-COUNT
                    IF DU-BREACH-COUNT > 0
                       PERFORM WRITE-BREACH-LINE
                    END-IF
                 END-IF
           END-READ.

       WRITE-BREACH-LINE.
           ADD 1 TO WS-BREACH-COUNT
           ADD DU-BREACH-COUNT TO WS-REFUSED-ITEMS
           ADD DU-BREACH-AMOUNT TO WS-REFUSED-TOTAL
           MOVE DU-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE '*** NOT ON CUSTOMER FILE ***' TO RD-NAME
              NOT INVALID KEY
                 MOVE CUST-NAME TO RD-NAME
           END-READ
           MOVE DU-CUST-ID TO RD-CUST-ID
           MOVE DU-CURRENCY-CODE TO RD-CURRENCY
           MOVE DU-LIMIT TO RD-LIMIT
           MOVE DU-DEBIT-TOTAL TO RD-POSTED
           MOVE DU-BREACH-COUNT TO RD-REFUSED
           MOVE DU-BREACH-AMOUNT TO RD-REFUSED-AMOUNT
           WRITE LIMIT-REPORT-LINE FROM DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO LIMIT-REPORT-LINE
           WRITE LIMIT-REPORT-LINE
           MOVE WS-BREACH-COUNT TO TL-BREACH-COUNT
           MOVE WS-REFUSED-ITEMS TO TL-REFUSED-ITEMS
           MOVE WS-REFUSED-TOTAL TO TL-REFUSED-TOTAL
           WRITE LIMIT-REPORT-LINE FROM TOTAL-LINE
           IF WS-DUSE-OPEN = 'Y'
              CLOSE DAILY-USAGE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE LIMIT-REPORT
           DISPLAY 'Customers With Debits Today: ' WS-CUSTOMER-COUNT
           DISPLAY 'Customers At Daily Limit: ' WS-BREACH-COUNT
           DISPLAY 'Items Refused: ' WS-REFUSED-ITEMS.
