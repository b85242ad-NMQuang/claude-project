       IDENTIFICATION DIVISION.
       PROGRAM-ID. RORDGEN.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * RECURRING PRODUCT ORDER GENERATOR                             *
      * Runs nightly ahead of ORDPROC's BATCH intake: writes every    *
      * due schedule on RORDFILE as an ORDSUBM-format order (header   *
      * and detail records) on RORDSUBM, concatenated into ORDSUBM    *
      * with the branch submissions and BORELEAS, so the order runs   *
      * through ORDPROC's normal allocation, credit check, tax and    *
      * posting unchanged. Each line is priced through PRCLOOK on the *
      * run date - the answer ORDPROC books on the same business      *
      * date - for the order value reported here. The next run date   *
      * rolls by the schedule's frequency and onto a BUSCAL business  *
      * day the way SOGEN rolls standing orders; schedules past their *
      * final run date expire. A schedule missed for several nights   *
      * generates one order, not one per missed period - the skipped  *
      * periods are counted on the report. Every generated order is   *
      * indexed on RORDIDX so RORDREJ can report ORDPROC's rejects    *
      * against the schedule that produced them.                      *
      * Generated order IDs ride the nine-digit 990,000,001 -         *
      * 998,999,999 range, below STKRECPT's backorder releases.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO 'RORDSUBM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SUBM-STATUS.

           SELECT GENERATION-REPORT ASSIGN TO 'RORDRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'BUSCAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-DATE
           FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-ORDER-FILE.
           COPY RORDREC.

       FD  RECURRING-INDEX-FILE.
           COPY RORDIREC.

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

       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD.
           05 SUB-REC-TYPE         PIC X(1).
              88 SUB-HEADER        VALUE 'H'.
              88 SUB-DETAIL        VALUE 'D'.
           05 SUB-HEADER-DATA.
              10 SUB-ORDER-ID      PIC 9(10).
              10 SUB-CUSTOMER-ID   PIC 9(10).
              10 SUB-REGION        PIC X(20).
              10 SUB-SALESPERSON   PIC X(50).
              10 SUB-EMP-ID        PIC X(5).
              10 SUB-QUOTE-NO      PIC 9(10).
           05 SUB-DETAIL-DATA REDEFINES SUB-HEADER-DATA.
              10 SUB-PROD-CODE     PIC X(10).
              10 SUB-QUANTITY      PIC 9(6).
              10 FILLER            PIC X(89).

       FD  GENERATION-REPORT.
       01  GENERATION-REPORT-LINE  PIC X(132).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-DATE             PIC X(10).
           05 CAL-BUSINESS-DAY     PIC X(1).
              88 CAL-NON-PROCESSING VALUE 'N'.
           05 CAL-HOLIDAY-NAME     PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-RORD-STATUS          PIC XX.
       01  WS-RIDX-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-SUBM-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-DIGITS      PIC 9(8).
       01  WS-NEXT-ORDER-ID        PIC 9(10).
       01  WS-LINE-SUB             PIC 9(2).
       01  WS-ORDER-VALUE          PIC 9(10)V99.
       01  WS-LINE-VALUE           PIC 9(10)V99.
       01  WS-SKIPPED-PERIODS      PIC 9(3).
       01  WS-ORDER-CHANGED        PIC X.
       01  WS-ORDER-DUE            PIC X.
       01  WS-ID-RANGE-FULL        PIC X VALUE 'N'.

       01  WS-GENERATED-COUNT      PIC 9(7) VALUE 0.
       01  WS-LINE-COUNT-TOTAL     PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-SKIPPED-TOTAL        PIC 9(7) VALUE 0.
       01  WS-GENERATED-VALUE      PIC 9(12)V99 VALUE 0.

       01  WS-CAL-STATUS           PIC XX.
       01  WS-CAL-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-DAY-IS-BUSINESS      PIC X.
       01  WS-ROLL-TRIES           PIC 9(2).

       01  WS-ROLL-YEAR            PIC 9(4).
       01  WS-ROLL-MONTH           PIC 9(2).
       01  WS-ROLL-DAY             PIC 9(2).
       01  WS-MONTH-DAYS           PIC 9(2).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-DATE-SERIAL          PIC 9(7).

           COPY PRCLKPM.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '       RECURRING ORDER GENERATION REPORT'.
           05 FILLER               PIC X(88) VALUE SPACES.

       01  REPORT-HEADER-2.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(111) VALUE SPACES.

       01  GENERATED-DETAIL-LINE.
           05 FILLER               PIC X(10) VALUE 'SCHEDULE  '.
           05 GD-RO-ID             PIC Z(9)9.
           05 FILLER               PIC X(9) VALUE '  ORDER  '.
           05 GD-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GD-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(7) VALUE '  DUE  '.
           05 GD-DUE-DATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GD-LINES             PIC Z9.
           05 FILLER               PIC X(7) VALUE ' LINES '.
           05 GD-VALUE             PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(12) VALUE '  NEXT RUN  '.
           05 GD-NEXT-RUN          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GD-NOTE              PIC X(20).

       01  GD-SKIPPED-NOTE.
           05 FILLER               PIC X(8) VALUE 'SKIPPED '.
           05 GD-SKIPPED           PIC ZZ9.
           05 FILLER               PIC X(9) VALUE ' PERIODS'.

       01  EXPIRED-DETAIL-LINE.
           05 FILLER               PIC X(10) VALUE 'SCHEDULE  '.
           05 ED-RO-ID             PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ED-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(28) VALUE
              '  EXPIRED - FINAL RUN DATE  '.
           05 ED-FINAL-RUN         PIC X(10).
           05 FILLER               PIC X(62) VALUE SPACES.

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
           PERFORM GENERATE-DUE-ORDERS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Recurring Order Generation'
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
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-DIGITS(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-DATE-DIGITS(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-DATE-DIGITS(7:2)
           OPEN I-O RECURRING-ORDER-FILE
           OPEN I-O RECURRING-INDEX-FILE
           IF WS-RIDX-STATUS NOT = '00'
              OPEN OUTPUT RECURRING-INDEX-FILE
              CLOSE RECURRING-INDEX-FILE
              OPEN I-O RECURRING-INDEX-FILE
           END-IF
           OPEN INPUT PRODUCT-FILE
           OPEN EXTEND SUBMISSION-FILE
           IF WS-SUBM-STATUS NOT = '00'
              OPEN OUTPUT SUBMISSION-FILE
           END-IF
           OPEN OUTPUT GENERATION-REPORT
           IF WS-RORD-STATUS NOT = '00' OR
              WS-RIDX-STATUS NOT = '00' OR
              WS-PROD-STATUS NOT = '00' OR
              WS-SUBM-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '00'
              MOVE 'Y' TO WS-CAL-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-CAL-FILE-OPEN
           END-IF
           PERFORM FIND-NEXT-ORDER-ID
           WRITE GENERATION-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE GENERATION-REPORT-LINE FROM REPORT-HEADER-2
           MOVE SPACES TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE
           MOVE 0 TO RO-ID
           START RECURRING-ORDER-FILE KEY IS NOT LESS THAN RO-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
           END-START.

      *    The next order ID follows the highest already indexed in
      *    the generated range, the way ORDPROC numbers its backorder
      *    queue.
       FIND-NEXT-ORDER-ID.
           MOVE 990000001 TO WS-NEXT-ORDER-ID
           MOVE 998999999 TO RX-ORDER-ID
           START RECURRING-INDEX-FILE KEY IS NOT GREATER THAN
              RX-ORDER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ RECURRING-INDEX-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF RX-ORDER-ID NOT < 990000001
                          COMPUTE WS-NEXT-ORDER-ID = RX-ORDER-ID + 1
                       END-IF
                 END-READ
           END-START.

       GENERATE-DUE-ORDERS.
           READ RECURRING-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF RO-ACTIVE
                    PERFORM PROCESS-ACTIVE-SCHEDULE
                 END-IF
           END-READ.

       PROCESS-ACTIVE-SCHEDULE.
           MOVE 'N' TO WS-ORDER-CHANGED
           PERFORM CHECK-SCHEDULE-DUE
           IF WS-ORDER-DUE = 'Y'
              IF WS-NEXT-ORDER-ID > 998999999
                 MOVE 'Y' TO WS-ID-RANGE-FULL
              ELSE
                 PERFORM EMIT-AND-ROLL-SCHEDULE
              END-IF
           END-IF
           IF WS-ORDER-CHANGED = 'Y'
              REWRITE RECURRING-ORDER-RECORD
              IF WS-RORD-STATUS NOT = '00'
                 DISPLAY 'Error rewriting recurring order: ' RO-ID
              END-IF
           END-IF.

       CHECK-SCHEDULE-DUE.
           IF RO-NEXT-RUN-DATE > WS-RUN-DATE OR NOT RO-ACTIVE
              MOVE 'N' TO WS-ORDER-DUE
           ELSE
              IF RO-FINAL-RUN-DATE NOT = SPACES AND
                 RO-NEXT-RUN-DATE > RO-FINAL-RUN-DATE
                 PERFORM EXPIRE-SCHEDULE
                 MOVE 'N' TO WS-ORDER-DUE
              ELSE
                 MOVE 'Y' TO WS-ORDER-DUE
              END-IF
           END-IF.

       EXPIRE-SCHEDULE.
           MOVE 'E' TO RO-STATUS
           MOVE 'Y' TO WS-ORDER-CHANGED
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE RO-ID TO ED-RO-ID
           MOVE RO-CUST-ID TO ED-CUST-ID
           MOVE RO-FINAL-RUN-DATE TO ED-FINAL-RUN
           WRITE GENERATION-REPORT-LINE FROM EXPIRED-DETAIL-LINE.

      *    One order for the due date; any further periods already
      *    passed are rolled over without an order of their own.
       EMIT-AND-ROLL-SCHEDULE.
           PERFORM WRITE-GENERATED-ORDER
           MOVE 0 TO WS-SKIPPED-PERIODS
           PERFORM ROLL-NEXT-RUN-DATE
           PERFORM ROLL-PAST-RUN-DATE
              UNTIL RO-NEXT-RUN-DATE > WS-RUN-DATE OR
                    (RO-FINAL-RUN-DATE NOT = SPACES AND
                     RO-NEXT-RUN-DATE > RO-FINAL-RUN-DATE)
           MOVE RO-NEXT-RUN-DATE TO GD-NEXT-RUN
           MOVE SPACES TO GD-NOTE
           IF WS-SKIPPED-PERIODS > 0
              MOVE WS-SKIPPED-PERIODS TO GD-SKIPPED
              MOVE GD-SKIPPED-NOTE TO GD-NOTE
              ADD WS-SKIPPED-PERIODS TO WS-SKIPPED-TOTAL
           END-IF
           WRITE GENERATION-REPORT-LINE FROM GENERATED-DETAIL-LINE
           MOVE 'Y' TO WS-ORDER-CHANGED
           MOVE 'N' TO WS-ORDER-DUE
           IF RO-FINAL-RUN-DATE NOT = SPACES AND
              RO-NEXT-RUN-DATE > RO-FINAL-RUN-DATE
              PERFORM EXPIRE-SCHEDULE
           END-IF.

       ROLL-PAST-RUN-DATE.
           ADD 1 TO WS-SKIPPED-PERIODS
           PERFORM ROLL-NEXT-RUN-DATE.

       WRITE-GENERATED-ORDER.
           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'H' TO SUB-REC-TYPE
           MOVE WS-NEXT-ORDER-ID TO SUB-ORDER-ID
           MOVE RO-CUST-ID TO SUB-CUSTOMER-ID
           MOVE RO-REGION TO SUB-REGION
           MOVE RO-SALESPERSON TO SUB-SALESPERSON
           MOVE RO-EMP-ID TO SUB-EMP-ID
           MOVE 0 TO SUB-QUOTE-NO
           WRITE SUBMISSION-RECORD
           MOVE 0 TO WS-ORDER-VALUE
           MOVE 1 TO WS-LINE-SUB
           PERFORM WRITE-GENERATED-LINE
              UNTIL WS-LINE-SUB > RO-LINE-COUNT
           PERFORM WRITE-ORDER-INDEX
           ADD 1 TO WS-GENERATED-COUNT
           ADD RO-LINE-COUNT TO WS-LINE-COUNT-TOTAL
           ADD WS-ORDER-VALUE TO WS-GENERATED-VALUE
           MOVE RO-ID TO GD-RO-ID
           MOVE WS-NEXT-ORDER-ID TO GD-ORDER-ID
           MOVE RO-CUST-ID TO GD-CUST-ID
           MOVE RO-NEXT-RUN-DATE TO GD-DUE-DATE
           MOVE RO-LINE-COUNT TO GD-LINES
           MOVE WS-ORDER-VALUE TO GD-VALUE
           MOVE WS-RUN-DATE TO RO-LAST-RUN-DATE
           MOVE WS-NEXT-ORDER-ID TO RO-LAST-ORDER-ID
           ADD 1 TO RO-GENERATED-COUNT
           ADD 1 TO WS-NEXT-ORDER-ID.

       WRITE-GENERATED-LINE.
           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'D' TO SUB-REC-TYPE
           MOVE RO-PROD-CODE(WS-LINE-SUB) TO SUB-PROD-CODE
           MOVE RO-QUANTITY(WS-LINE-SUB) TO SUB-QUANTITY
           WRITE SUBMISSION-RECORD
           PERFORM PRICE-SCHEDULE-LINE
           ADD 1 TO WS-LINE-SUB.

      *    Priced the way ORDPROC prices the line: PRCLOOK for this
      *    customer and product on the run date, over the PRODMAST
      *    standard price. A product no longer on PRODMAST values at
      *    nothing here and is refused by ORDPROC.
       PRICE-SCHEDULE-LINE.
           MOVE RO-PROD-CODE(WS-LINE-SUB) TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 MOVE 0 TO PROD-STD-UNIT-PRICE
           END-READ
           MOVE RO-CUST-ID TO PRL-CUST-ID
           MOVE RO-PROD-CODE(WS-LINE-SUB) TO PRL-PROD-CODE
           MOVE WS-RUN-DATE TO PRL-ORDER-DATE
           MOVE PROD-STD-UNIT-PRICE TO PRL-STD-PRICE
           CALL 'PRCLOOK' USING PRICE-LOOKUP-PARMS
           COMPUTE WS-LINE-VALUE =
              RO-QUANTITY(WS-LINE-SUB) * PRL-UNIT-PRICE
           ADD WS-LINE-VALUE TO WS-ORDER-VALUE.

       WRITE-ORDER-INDEX.
           MOVE WS-NEXT-ORDER-ID TO RX-ORDER-ID
           MOVE RO-ID TO RX-RO-ID
           MOVE RO-CUST-ID TO RX-CUST-ID
           MOVE WS-RUN-DATE TO RX-RUN-DATE
           MOVE RO-NEXT-RUN-DATE TO RX-DUE-DATE
           MOVE RO-LINE-COUNT TO RX-LINE-COUNT
           MOVE WS-ORDER-VALUE TO RX-ORDER-VALUE
           MOVE 'G' TO RX-STATUS
           MOVE SPACES TO RX-REJECT-REASON
           WRITE RECURRING-INDEX-RECORD
              INVALID KEY
                 DISPLAY 'Error indexing generated order: '
                    WS-NEXT-ORDER-ID
           END-WRITE.

      *    Weekly rolls by seven days through the day serial;
      *    monthly and quarterly keep the day-of-month, clamped to
      *    the length of the target month.
       ROLL-NEXT-RUN-DATE.
           MOVE RO-NEXT-RUN-DATE(1:4) TO WS-ROLL-YEAR
           MOVE RO-NEXT-RUN-DATE(6:2) TO WS-ROLL-MONTH
           MOVE RO-NEXT-RUN-DATE(9:2) TO WS-ROLL-DAY
           EVALUATE TRUE
              WHEN RO-FREQ-WEEKLY
                 MOVE RO-NEXT-RUN-DATE(1:4) TO WS-DATE-INTEGER(1:4)
                 MOVE RO-NEXT-RUN-DATE(6:2) TO WS-DATE-INTEGER(5:2)
                 MOVE RO-NEXT-RUN-DATE(9:2) TO WS-DATE-INTEGER(7:2)
                 COMPUTE WS-DATE-SERIAL =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER) + 7
                 COMPUTE WS-DATE-INTEGER =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL)
                 MOVE WS-DATE-INTEGER(1:4) TO WS-ROLL-YEAR
                 MOVE WS-DATE-INTEGER(5:2) TO WS-ROLL-MONTH
                 MOVE WS-DATE-INTEGER(7:2) TO WS-ROLL-DAY
              WHEN RO-FREQ-QUARTERLY
                 ADD 3 TO WS-ROLL-MONTH
                 PERFORM NORMALIZE-ROLL-MONTH
              WHEN OTHER
                 ADD 1 TO WS-ROLL-MONTH
                 PERFORM NORMALIZE-ROLL-MONTH
           END-EVALUATE
           MOVE WS-ROLL-YEAR TO RO-NEXT-RUN-DATE(1:4)
           MOVE '-' TO RO-NEXT-RUN-DATE(5:1)
           MOVE WS-ROLL-MONTH TO RO-NEXT-RUN-DATE(6:2)
           MOVE '-' TO RO-NEXT-RUN-DATE(8:1)
           MOVE WS-ROLL-DAY TO RO-NEXT-RUN-DATE(9:2)
           PERFORM ROLL-TO-BUSINESS-DAY.

      *    A rolled date landing on a declared non-processing day
      *    moves forward to the next business day; with no calendar
      *    the raw roll stands, as in SOGEN.
       ROLL-TO-BUSINESS-DAY.
           IF WS-CAL-FILE-OPEN = 'Y'
              MOVE 0 TO WS-ROLL-TRIES
              MOVE 'N' TO WS-DAY-IS-BUSINESS
              PERFORM CHECK-AND-BUMP-DAY
                 UNTIL WS-DAY-IS-BUSINESS = 'Y' OR
                       WS-ROLL-TRIES > 30
           END-IF.

       CHECK-AND-BUMP-DAY.
           MOVE RO-NEXT-RUN-DATE TO CAL-DATE
           READ CALENDAR-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-DAY-IS-BUSINESS
              NOT INVALID KEY
                 IF CAL-NON-PROCESSING
                    PERFORM BUMP-DATE-ONE-DAY
                    ADD 1 TO WS-ROLL-TRIES
                 ELSE
                    MOVE 'Y' TO WS-DAY-IS-BUSINESS
                 END-IF
           END-READ.

       BUMP-DATE-ONE-DAY.
           MOVE RO-NEXT-RUN-DATE(1:4) TO WS-DATE-INTEGER(1:4)
           MOVE RO-NEXT-RUN-DATE(6:2) TO WS-DATE-INTEGER(5:2)
           MOVE RO-NEXT-RUN-DATE(9:2) TO WS-DATE-INTEGER(7:2)
           COMPUTE WS-DATE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER) + 1
           COMPUTE WS-DATE-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL)
           MOVE WS-DATE-INTEGER(1:4) TO RO-NEXT-RUN-DATE(1:4)
           MOVE '-' TO RO-NEXT-RUN-DATE(5:1)
           MOVE WS-DATE-INTEGER(5:2) TO RO-NEXT-RUN-DATE(6:2)
           MOVE '-' TO RO-NEXT-RUN-DATE(8:1)
           MOVE WS-DATE-INTEGER(7:2) TO RO-NEXT-RUN-DATE(9:2).

       NORMALIZE-ROLL-MONTH.
           IF WS-ROLL-MONTH > 12
              SUBTRACT 12 FROM WS-ROLL-MONTH
              ADD 1 TO WS-ROLL-YEAR
           END-IF
           PERFORM SET-MONTH-DAYS
           IF WS-ROLL-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-ROLL-DAY
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-ROLL-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-ROLL-YEAR 4) = 0 AND
                    (FUNCTION MOD(WS-ROLL-YEAR 100) NOT = 0 OR
                     FUNCTION MOD(WS-ROLL-YEAR 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       FINALIZATION.
           MOVE SPACES TO GENERATION-REPORT-LINE
           WRITE GENERATION-REPORT-LINE
           MOVE 'Orders Generated:' TO SC-LABEL
           MOVE WS-GENERATED-COUNT TO SC-COUNT
           WRITE GENERATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Order Lines Generated:' TO SC-LABEL
           MOVE WS-LINE-COUNT-TOTAL TO SC-COUNT
           WRITE GENERATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Missed Periods Skipped:' TO SC-LABEL
           MOVE WS-SKIPPED-TOTAL TO SC-COUNT
           WRITE GENERATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Schedules Expired:' TO SC-LABEL
           MOVE WS-EXPIRED-COUNT TO SC-COUNT
           WRITE GENERATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Total Order Value Generated:' TO SA-LABEL
           MOVE WS-GENERATED-VALUE TO SA-AMOUNT
           WRITE GENERATION-REPORT-LINE FROM SUMMARY-AMOUNT-LINE

           CLOSE RECURRING-ORDER-FILE
           CLOSE RECURRING-INDEX-FILE
           CLOSE PRODUCT-FILE
           CLOSE SUBMISSION-FILE
           CLOSE GENERATION-REPORT
           IF WS-CAL-FILE-OPEN = 'Y'
              CLOSE CALENDAR-FILE
           END-IF

           DISPLAY 'Recurring Order Generation Complete'
           DISPLAY 'Orders Generated: ' WS-GENERATED-COUNT
           DISPLAY 'Schedules Expired: ' WS-EXPIRED-COUNT
           IF WS-ID-RANGE-FULL = 'Y'
              DISPLAY 'Generated order ID range exhausted - due '
                 'schedules left ungenerated'
              MOVE 16 TO RETURN-CODE
           END-IF.
