       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTARPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * SALES QUOTA ATTAINMENT REPORT                                 *
      * Monthly report of sales against the targets on QUOTAFIL, one  *
      * section by salesperson (SALE-EMP-ID) and one by sales region, *
      * each showing target, actual and percent attained for the      *
      * month and for the year to date. Actuals are the SALESDAT      *
      * line totals dated in the period, less the goods value of      *
      * returns ORDRETRN has booked on RETREG in the same period; a   *
      * return is credited to the salesperson and region of the       *
      * order it came from. Salespeople are validated and named       *
      * through EMPLOOK; an ID not on the EMPLOYEE table is flagged.  *
      * SYSIN carries the report month CCYYMM. The report is          *
      * QUOTARPT.                                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO 'QUOTAFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QT-KEY
           FILE STATUS IS WS-QUOTA-STATUS.

           SELECT SALES-FILE ASSIGN TO 'SALESDAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALE-ID
           FILE STATUS IS WS-SALES-STATUS.

           SELECT RETURNS-REGISTER ASSIGN TO 'RETREG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT QUOTA-REPORT ASSIGN TO 'QUOTARPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE.
           COPY QUOTAREC.

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

       FD  RETURNS-REGISTER.
       01  RETURNS-REGISTER-RECORD.
           05 RR-RETURN-DATE       PIC X(10).
           05 RR-ORDER-ID          PIC 9(10).
           05 RR-CUSTOMER-ID       PIC 9(10).
           05 RR-RETURN-AMOUNT     PIC 9(10)V99.
           05 RR-LINES-RETURNED    PIC 9(3).
           05 RR-TAXABLE-REFUND    PIC 9(10)V99.
           05 RR-TAX-REFUNDED      PIC 9(10)V99.
           05 RR-TAX-RATE          PIC 9V9999.
           05 RR-CUST-TYPE         PIC X(1).

       FD  QUOTA-REPORT.
       01  QUOTA-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUOTA-STATUS         PIC XX.
       01  WS-SALES-STATUS         PIC XX.
       01  WS-REG-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-PERIOD               PIC X(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC X(4).
           05 WS-PERIOD-MONTH      PIC X(2).
       01  WS-ITEM-YEAR            PIC X(4).
       01  WS-ITEM-MONTH           PIC X(2).
       01  WS-ACCEPT-DATE          PIC 9(8).

       01  WS-QUOTA-EOF            PIC X VALUE 'N'.
       01  WS-SALES-EOF            PIC X VALUE 'N'.
       01  WS-REG-EOF              PIC X VALUE 'N'.
       01  WS-REG-OPEN             PIC X VALUE 'N'.
       01  WS-QUOTA-OPEN           PIC X VALUE 'N'.
       01  WS-IN-MONTH             PIC X VALUE 'N'.
       01  WS-IN-YEAR              PIC X VALUE 'N'.

       01  WS-SALES-COUNT          PIC 9(9) VALUE 0.
       01  WS-RETURN-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-RETURNS    PIC 9(7) VALUE 0.
       01  WS-NO-ID-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOT-ON-FILE-COUNT    PIC 9(5) VALUE 0.
       01  WS-TABLE-FULL-COUNT     PIC 9(7) VALUE 0.

      *    One slot per salesperson or region holding a target or a
      *    sale this year; month and year-to-date, target and actual.
      *    Actuals are signed because a month's returns can outweigh
      *    its sales.
       01  WS-ATTAIN-TABLE.
           05 WS-ATT-ENTRY OCCURS 500 TIMES.
              10 WS-ATT-TYPE       PIC X(1).
              10 WS-ATT-CODE       PIC X(20).
              10 WS-ATT-MTH-TARGET PIC 9(11)V99.
              10 WS-ATT-MTH-ACTUAL PIC S9(11)V99.
              10 WS-ATT-YTD-TARGET PIC 9(11)V99.
              10 WS-ATT-YTD-ACTUAL PIC S9(11)V99.
       01  WS-ATT-COUNT            PIC 9(3) VALUE 0.
       01  WS-ATT-SUB              PIC 9(3).
       01  WS-ATT-FOUND            PIC X VALUE 'N'.
       01  WS-LOOKUP-TYPE          PIC X(1).
       01  WS-LOOKUP-CODE          PIC X(20).
       01  WS-POST-AMOUNT          PIC S9(11)V99.
       01  WS-PRINT-TYPE           PIC X(1).

       01  WS-SECTION-TOTALS.
           05 WS-TOT-MTH-TARGET    PIC 9(12)V99.
           05 WS-TOT-MTH-ACTUAL    PIC S9(12)V99.
           05 WS-TOT-YTD-TARGET    PIC 9(12)V99.
           05 WS-TOT-YTD-ACTUAL    PIC S9(12)V99.
       01  WS-PERCENT              PIC S9(5)V9.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '        SALES QUOTA ATTAINMENT REPORT'.
           05 FILLER               PIC X(10) VALUE 'Period:   '.
           05 RH-PERIOD            PIC X(6).
           05 FILLER               PIC X(10) VALUE '  Run On: '.
           05 RH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(58) VALUE SPACES.

       01  SECTION-HEADER.
           05 SH-TITLE             PIC X(40).
           05 FILLER               PIC X(92) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05 FILLER               PIC X(46) VALUE SPACES.
           05 FILLER               PIC X(43) VALUE
              '---------------- MONTH -----------------'.
           05 FILLER               PIC X(43) VALUE
              '------------- YEAR TO DATE -------------'.

       01  COLUMN-HEADER-2.
           05 FILLER               PIC X(46) VALUE
              'SALESPERSON / REGION'.
           05 FILLER               PIC X(43) VALUE
              '         TARGET          ACTUAL     PCT'.
           05 FILLER               PIC X(43) VALUE
              '         TARGET          ACTUAL     PCT'.

       01  ATTAIN-DETAIL-LINE.
           05 AD-CODE              PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-NAME              PIC X(25).
           05 AD-MTH-TARGET        PIC $$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-MTH-ACTUAL        PIC -$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-MTH-PCT           PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 AD-YTD-TARGET        PIC $$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-YTD-ACTUAL        PIC -$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 AD-YTD-PCT           PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.

       01  WS-PCT-EDIT.
           05 WS-PCT-NUMBER        PIC -(4)9.9.
           05 WS-PCT-SIGN          PIC X(1) VALUE '%'.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(132).

           COPY EMPLKPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-NEXT-QUOTA UNTIL WS-QUOTA-EOF = 'Y'
           PERFORM TOTAL-NEXT-SALE UNTIL WS-SALES-EOF = 'Y'
           PERFORM TOTAL-NEXT-RETURN UNTIL WS-REG-EOF = 'Y'
           MOVE 'E' TO WS-PRINT-TYPE
           MOVE 'ATTAINMENT BY SALESPERSON' TO SH-TITLE
           PERFORM PRINT-SECTION
           MOVE 'R' TO WS-PRINT-TYPE
           MOVE 'ATTAINMENT BY REGION' TO SH-TITLE
           PERFORM PRINT-SECTION
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Sales Quota Attainment Report'
           DISPLAY 'Enter Report Period (CCYYMM): '
           ACCEPT WS-PERIOD
           IF WS-PERIOD NOT NUMERIC OR
              WS-PERIOD-MONTH < '01' OR WS-PERIOD-MONTH > '12'
              DISPLAY 'Period must be CCYYMM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           OPEN INPUT SALES-FILE
           OPEN OUTPUT QUOTA-REPORT
           IF WS-SALES-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO SALE-ID
           START SALES-FILE KEY IS NOT LESS THAN SALE-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SALES-EOF
           END-START
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = '00'
              DISPLAY 'No sales quota file - actuals only'
              MOVE 'Y' TO WS-QUOTA-EOF
           ELSE
              MOVE 'Y' TO WS-QUOTA-OPEN
              MOVE LOW-VALUES TO QT-KEY
              START QUOTA-FILE KEY IS NOT LESS THAN QT-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-QUOTA-EOF
              END-START
           END-IF
           OPEN INPUT RETURNS-REGISTER
           IF WS-REG-STATUS = '00'
              MOVE 'Y' TO WS-REG-OPEN
           ELSE
              DISPLAY 'No returns register - no returns deducted'
              MOVE 'Y' TO WS-REG-EOF
           END-IF
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-ACCEPT-DATE TO RH-RUN-DATE
           WRITE QUOTA-REPORT-LINE FROM REPORT-HEADER-1.

      *    Targets load first, in key order, so everyone with a
      *    quota is listed even before they sell anything.
       LOAD-NEXT-QUOTA.
           READ QUOTA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-QUOTA-EOF
              NOT AT END
                 MOVE QT-PERIOD(1:4) TO WS-ITEM-YEAR
                 MOVE QT-PERIOD(5:2) TO WS-ITEM-MONTH
                 PERFORM CHECK-ITEM-PERIOD
                 IF WS-IN-YEAR = 'Y'
                    MOVE QT-TYPE TO WS-LOOKUP-TYPE
                    MOVE QT-CODE TO WS-LOOKUP-CODE
                    PERFORM FIND-ATTAIN-SLOT
                    IF WS-ATT-FOUND = 'Y'
                       ADD QT-TARGET TO WS-ATT-YTD-TARGET(WS-ATT-SUB)
                       IF WS-IN-MONTH = 'Y'
                          ADD QT-TARGET
                             TO WS-ATT-MTH-TARGET(WS-ATT-SUB)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       TOTAL-NEXT-SALE.
           READ SALES-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SALES-EOF
              NOT AT END
                 MOVE SALE-DATE(1:4) TO WS-ITEM-YEAR
                 MOVE SALE-DATE(6:2) TO WS-ITEM-MONTH
                 PERFORM CHECK-ITEM-PERIOD
                 IF WS-IN-YEAR = 'Y'
                    ADD 1 TO WS-SALES-COUNT
                    MOVE SALE-TOTAL TO WS-POST-AMOUNT
                    PERFORM POST-ACTUAL
                 END-IF
           END-READ.

      *    RETREG holds one line per return with the goods value at
      *    the price sold, the same basis as SALE-TOTAL. Every line
      *    of an order carries the order's salesperson and region,
      *    so the order's first SALESDAT line identifies both.
       TOTAL-NEXT-RETURN.
           READ RETURNS-REGISTER
              AT END
                 MOVE 'Y' TO WS-REG-EOF
              NOT AT END
                 MOVE RR-RETURN-DATE(1:4) TO WS-ITEM-YEAR
                 MOVE RR-RETURN-DATE(6:2) TO WS-ITEM-MONTH
                 PERFORM CHECK-ITEM-PERIOD
                 IF WS-IN-YEAR = 'Y'
                    COMPUTE SALE-ID = RR-ORDER-ID * 1000 + 1
                    READ SALES-FILE
                       INVALID KEY
                          ADD 1 TO WS-UNMATCHED-RETURNS
                       NOT INVALID KEY
                          ADD 1 TO WS-RETURN-COUNT
                          COMPUTE WS-POST-AMOUNT =
                             0 - RR-RETURN-AMOUNT
                          PERFORM POST-ACTUAL
                    END-READ
                 END-IF
           END-READ.

       CHECK-ITEM-PERIOD.
           MOVE 'N' TO WS-IN-YEAR
           MOVE 'N' TO WS-IN-MONTH
           IF WS-ITEM-YEAR = WS-PERIOD-YEAR AND
              WS-ITEM-MONTH NOT > WS-PERIOD-MONTH
              MOVE 'Y' TO WS-IN-YEAR
              IF WS-ITEM-MONTH = WS-PERIOD-MONTH
                 MOVE 'Y' TO WS-IN-MONTH
              END-IF
           END-IF.

      *    Historic lines with no employee ID still count for their
      *    region.
       POST-ACTUAL.
           IF SALE-EMP-ID = SPACES
              ADD 1 TO WS-NO-ID-COUNT
           ELSE
              MOVE 'E' TO WS-LOOKUP-TYPE
              MOVE SALE-EMP-ID TO WS-LOOKUP-CODE
              PERFORM FIND-ATTAIN-SLOT
              PERFORM ADD-ACTUAL
           END-IF
           MOVE 'R' TO WS-LOOKUP-TYPE
           MOVE SALE-REGION TO WS-LOOKUP-CODE
           PERFORM FIND-ATTAIN-SLOT
           PERFORM ADD-ACTUAL.

       ADD-ACTUAL.
           IF WS-ATT-FOUND = 'Y'
              ADD WS-POST-AMOUNT TO WS-ATT-YTD-ACTUAL(WS-ATT-SUB)
              IF WS-IN-MONTH = 'Y'
                 ADD WS-POST-AMOUNT TO WS-ATT-MTH-ACTUAL(WS-ATT-SUB)
              END-IF
           END-IF.

       FIND-ATTAIN-SLOT.
           MOVE 'N' TO WS-ATT-FOUND
           MOVE 1 TO WS-ATT-SUB
           PERFORM MATCH-ATTAIN-ENTRY
              UNTIL WS-ATT-FOUND = 'Y' OR WS-ATT-SUB > WS-ATT-COUNT
           IF WS-ATT-FOUND = 'N'
              IF WS-ATT-COUNT < 500
                 ADD 1 TO WS-ATT-COUNT
                 MOVE WS-ATT-COUNT TO WS-ATT-SUB
                 MOVE WS-LOOKUP-TYPE TO WS-ATT-TYPE(WS-ATT-SUB)
                 MOVE WS-LOOKUP-CODE TO WS-ATT-CODE(WS-ATT-SUB)
                 MOVE 0 TO WS-ATT-MTH-TARGET(WS-ATT-SUB)
                 MOVE 0 TO WS-ATT-MTH-ACTUAL(WS-ATT-SUB)
                 MOVE 0 TO WS-ATT-YTD-TARGET(WS-ATT-SUB)
                 MOVE 0 TO WS-ATT-YTD-ACTUAL(WS-ATT-SUB)
                 MOVE 'Y' TO WS-ATT-FOUND
              ELSE
                 ADD 1 TO WS-TABLE-FULL-COUNT
              END-IF
           END-IF.

       MATCH-ATTAIN-ENTRY.
           IF WS-ATT-TYPE(WS-ATT-SUB) = WS-LOOKUP-TYPE AND
              WS-ATT-CODE(WS-ATT-SUB) = WS-LOOKUP-CODE
              MOVE 'Y' TO WS-ATT-FOUND
           ELSE
              ADD 1 TO WS-ATT-SUB
           END-IF.

       PRINT-SECTION.
           MOVE SPACES TO QUOTA-REPORT-LINE
           WRITE QUOTA-REPORT-LINE
           WRITE QUOTA-REPORT-LINE FROM SECTION-HEADER
           WRITE QUOTA-REPORT-LINE FROM COLUMN-HEADER-1
           WRITE QUOTA-REPORT-LINE FROM COLUMN-HEADER-2
           MOVE 0 TO WS-TOT-MTH-TARGET
           MOVE 0 TO WS-TOT-MTH-ACTUAL
           MOVE 0 TO WS-TOT-YTD-TARGET
           MOVE 0 TO WS-TOT-YTD-ACTUAL
           MOVE 1 TO WS-ATT-SUB
           PERFORM PRINT-ATTAIN-ENTRY UNTIL WS-ATT-SUB > WS-ATT-COUNT
           MOVE 'SECTION TOTAL' TO AD-CODE
           MOVE SPACES TO AD-NAME
           MOVE WS-TOT-MTH-TARGET TO AD-MTH-TARGET
           MOVE WS-TOT-MTH-ACTUAL TO AD-MTH-ACTUAL
           MOVE WS-TOT-YTD-TARGET TO AD-YTD-TARGET
           MOVE WS-TOT-YTD-ACTUAL TO AD-YTD-ACTUAL
           IF WS-TOT-MTH-TARGET > 0
              COMPUTE WS-PERCENT ROUNDED =
                 WS-TOT-MTH-ACTUAL * 100 / WS-TOT-MTH-TARGET
              MOVE WS-PERCENT TO WS-PCT-NUMBER
              MOVE WS-PCT-EDIT TO AD-MTH-PCT
           ELSE
              MOVE SPACES TO AD-MTH-PCT
           END-IF
           IF WS-TOT-YTD-TARGET > 0
              COMPUTE WS-PERCENT ROUNDED =
                 WS-TOT-YTD-ACTUAL * 100 / WS-TOT-YTD-TARGET
              MOVE WS-PERCENT TO WS-PCT-NUMBER
              MOVE WS-PCT-EDIT TO AD-YTD-PCT
           ELSE
              MOVE SPACES TO AD-YTD-PCT
           END-IF
           MOVE SPACES TO QUOTA-REPORT-LINE
           WRITE QUOTA-REPORT-LINE
           WRITE QUOTA-REPORT-LINE FROM ATTAIN-DETAIL-LINE.

      *    A quota with no target in a column shows NO QUOTA rather
      *    than a percentage.
       PRINT-ATTAIN-ENTRY.
           IF WS-ATT-TYPE(WS-ATT-SUB) = WS-PRINT-TYPE
              MOVE WS-ATT-CODE(WS-ATT-SUB) TO AD-CODE
              MOVE SPACES TO AD-NAME
              IF WS-PRINT-TYPE = 'E'
                 MOVE WS-ATT-CODE(WS-ATT-SUB) TO EML-EMP-ID
                 MOVE SPACES TO EML-AS-OF-DATE
                 CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
                 IF EML-FOUND = 'Y'
                    MOVE EML-EMP-NAME TO AD-NAME
                 ELSE
                    MOVE '** NOT ON EMPLOYEE TABLE' TO AD-NAME
                    ADD 1 TO WS-NOT-ON-FILE-COUNT
                 END-IF
              END-IF
              MOVE WS-ATT-MTH-TARGET(WS-ATT-SUB) TO AD-MTH-TARGET
              MOVE WS-ATT-MTH-ACTUAL(WS-ATT-SUB) TO AD-MTH-ACTUAL
              MOVE WS-ATT-YTD-TARGET(WS-ATT-SUB) TO AD-YTD-TARGET
              MOVE WS-ATT-YTD-ACTUAL(WS-ATT-SUB) TO AD-YTD-ACTUAL
              IF WS-ATT-MTH-TARGET(WS-ATT-SUB) > 0
                 COMPUTE WS-PERCENT ROUNDED =
                    WS-ATT-MTH-ACTUAL(WS-ATT-SUB) * 100
                    / WS-ATT-MTH-TARGET(WS-ATT-SUB)
                 MOVE WS-PERCENT TO WS-PCT-NUMBER
                 MOVE WS-PCT-EDIT TO AD-MTH-PCT
              ELSE
                 MOVE 'NO QUOTA' TO AD-MTH-PCT
              END-IF
              IF WS-ATT-YTD-TARGET(WS-ATT-SUB) > 0
                 COMPUTE WS-PERCENT ROUNDED =
                    WS-ATT-YTD-ACTUAL(WS-ATT-SUB) * 100
                    / WS-ATT-YTD-TARGET(WS-ATT-SUB)
                 MOVE WS-PERCENT TO WS-PCT-NUMBER
                 MOVE WS-PCT-EDIT TO AD-YTD-PCT
              ELSE
                 MOVE 'NO QUOTA' TO AD-YTD-PCT
              END-IF
              WRITE QUOTA-REPORT-LINE FROM ATTAIN-DETAIL-LINE
              ADD WS-ATT-MTH-TARGET(WS-ATT-SUB) TO WS-TOT-MTH-TARGET
              ADD WS-ATT-MTH-ACTUAL(WS-ATT-SUB) TO WS-TOT-MTH-ACTUAL
              ADD WS-ATT-YTD-TARGET(WS-ATT-SUB) TO WS-TOT-YTD-TARGET
              ADD WS-ATT-YTD-ACTUAL(WS-ATT-SUB) TO WS-TOT-YTD-ACTUAL
           END-IF
           ADD 1 TO WS-ATT-SUB.

       FINALIZATION.
           MOVE SPACES TO QUOTA-REPORT-LINE
           WRITE QUOTA-REPORT-LINE
           IF WS-NO-ID-COUNT > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Sales and returns with no employee ID (region '
                     'only): ' WS-NO-ID-COUNT
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE QUOTA-REPORT-LINE FROM MESSAGE-LINE
           END-IF
           IF WS-UNMATCHED-RETURNS > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Returns whose order has no sales lines (not '
                     'deducted): ' WS-UNMATCHED-RETURNS
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE QUOTA-REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NOT-ON-FILE-COUNT > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Salesperson IDs not on the EMPLOYEE table: '
                     WS-NOT-ON-FILE-COUNT
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE QUOTA-REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TABLE-FULL-COUNT > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Attainment table full - items not reported: '
                     WS-TABLE-FULL-COUNT
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE QUOTA-REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE SALES-FILE
           CLOSE QUOTA-REPORT
           IF WS-QUOTA-OPEN = 'Y'
              CLOSE QUOTA-FILE
           END-IF
           IF WS-REG-OPEN = 'Y'
              CLOSE RETURNS-REGISTER
           END-IF
           DISPLAY 'Sales Lines This Year:  ' WS-SALES-COUNT
           DISPLAY 'Returns Deducted:       ' WS-RETURN-COUNT
           DISPLAY 'Sales Quota Attainment Report Complete'.
