      * Filters by customer ID (zero for all), date range and        *
      * operation (blank for all), prints only the fields that       *
      * actually differ between the before and after images, and     *
      * closes with a daily summary of operations by type. On        *
      * request the AUDARCH generations LOGARCH has moved off the    *
      * log (concatenated on the AUDARCH DD) are read first, so an   *
      * old change can still be traced.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO 'AUDARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AARC-STATUS.

           SELECT INQUIRY-REPORT ASSIGN TO 'AUDINQRP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
              10 NEW-CUST-STATUS       PIC X(1).
              10 NEW-CUST-CREATED-DATE PIC X(10).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(874).

       FD  INQUIRY-REPORT.
       01  INQUIRY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-AARC-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-ARCHIVE-EOF-FLAG     PIC X VALUE 'Y'.
       01  WS-INCLUDE-ARCHIVE      PIC X VALUE 'N'.

       01  WS-FILTER-CUST-ID       PIC 9(10).
       01  WS-FILTER-START-DATE    PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM PROCESS-ARCHIVE-RECORDS
              UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
           PERFORM PROCESS-AUDIT-RECORDS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM PRINT-DAILY-SUMMARY
           PERFORM FINALIZATION
           ACCEPT WS-FILTER-END-DATE
           DISPLAY 'Enter Operation (blank for all): '
           ACCEPT WS-FILTER-OPERATION
           DISPLAY 'Include Archived Audit Records (Y/N): '
           ACCEPT WS-INCLUDE-ARCHIVE
           OPEN INPUT AUDIT-LOG
           OPEN OUTPUT INQUIRY-REPORT
           IF WS-AUDIT-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-INCLUDE-ARCHIVE = 'Y'
              OPEN INPUT AUDIT-ARCHIVE-FILE
              IF WS-AARC-STATUS = '00'
                 MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
              ELSE
                 DISPLAY 'No audit archive available - '
                    'current log only'
                 MOVE 'N' TO WS-INCLUDE-ARCHIVE
              END-IF
           END-IF.

      *    Archived records carry the same layout as the live log and
      *    are older than anything on it, so they are read first and
      *    go through the same selection.
       PROCESS-ARCHIVE-RECORDS.
           READ AUDIT-ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
              NOT AT END
                 MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-RECORD
                 PERFORM SELECT-AUDIT-RECORD
           END-READ.

       PROCESS-AUDIT-RECORDS.
           READ AUDIT-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 PERFORM SELECT-AUDIT-RECORD
           END-READ.

       SELECT-AUDIT-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           IF (WS-FILTER-CUST-ID = 0 OR
               NEW-CUST-ID = WS-FILTER-CUST-ID OR
               OLD-CUST-ID = WS-FILTER-CUST-ID) AND
              (WS-FILTER-START-DATE = SPACES OR
               AUD-TIMESTAMP(1:8) NOT < WS-FILTER-START-DATE)
              AND
              (WS-FILTER-END-DATE = SPACES OR
               AUD-TIMESTAMP(1:8) NOT > WS-FILTER-END-DATE) AND
              (WS-FILTER-OPERATION = SPACES OR
               AUD-OPERATION = WS-FILTER-OPERATION)
              ADD 1 TO WS-SELECTED-COUNT
              PERFORM REPORT-AUDIT-RECORD
              PERFORM TALLY-DAILY-SUMMARY
           END-IF.

       REPORT-AUDIT-RECORD.
           MOVE NEW-CUST-ID TO CH-CUST-ID
           MOVE AUD-OPERATION TO CH-OPERATION

       FINALIZATION.
           CLOSE AUDIT-LOG
           IF WS-INCLUDE-ARCHIVE = 'Y'
              CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           CLOSE INQUIRY-REPORT
           DISPLAY 'Audit Log Inquiry Complete'
           DISPLAY 'Records Read: ' WS-RECORD-COUNT
