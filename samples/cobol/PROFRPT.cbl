       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * MONTHLY CUSTOMER PROFITABILITY REPORT                         *
      * Brings together what each customer earned and cost us in the  *
      * month entered on SYSIN (CCYYMM):                              *
      *  - overdraft interest and service fees, picked off TRANHIST   *
      *    by the TRAN-ID ranges INTACCR (below 5,000,000) and        *
      *    FEEACCR (6,000,000 to 6,999,999) generate under the        *
      *    run date;                                                  *
      *  - order revenue net of discount for orders invoiced in the   *
      *    month (ORDERFIL, invoice date from ARITEMS as TAXREG takes *
      *    it), less the goods value ORDRETRN refunded in the month   *
      *    on RETREG;                                                 *
      *  - suspense write-offs disposed on WOFFREG (a debit that will *
      *    never be collected is a loss, a credit never applied a     *
      *    gain);                                                     *
      *  - balances ESCHEAT transferred out (range from 7,000,000).   *
      * Customers are ranked most to least profitable within their    *
      * currency on PROFRPT, followed by a summary by statement       *
      * cycle and currency. The 50 least profitable customers in      *
      * each currency, worst first, go to PROFLOW for the             *
      * relationship managers' pricing and fee-waiver review.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-METRICS ASSIGN TO 'CUSTMETR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-METR-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT ORDER-FILE ASSIGN TO 'ORDERFIL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO 'ARITEMS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-INVOICE-NO
           FILE STATUS IS WS-AR-STATUS.

           SELECT RETURNS-REGISTER ASSIGN TO 'RETREG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT WRITEOFF-REGISTER ASSIGN TO 'WOFFREG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WOFF-STATUS.

           SELECT PROFIT-WORK-FILE ASSIGN TO 'PROFWORK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-CUST-ID
           FILE STATUS IS WS-WORK-STATUS.

           SELECT PROFIT-SORT-FILE ASSIGN TO 'PROFSRT1'.

           SELECT PROFIT-REPORT ASSIGN TO 'PROFRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT LOW-PROFIT-REPORT ASSIGN TO 'PROFLOW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-METRICS.
           COPY CUSTREC.

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05 PH-KEY.
              10 PH-CUST-ID        PIC 9(10).
              10 PH-DATE           PIC X(10).
              10 PH-TRAN-ID        PIC 9(15).
           05 PH-TYPE              PIC X(2).
           05 PH-AMOUNT            PIC S9(10)V99.
           05 PH-TIME              PIC X(8).
           05 PH-FROM-CUST-ID      PIC 9(10).
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  ORDER-FILE.
           COPY ORDREC.

       FD  AR-ITEM-FILE.
           COPY ARREC.

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

       FD  WRITEOFF-REGISTER.
       01  WRITEOFF-REGISTER-RECORD.
           05 WR-DISPOSED-DATE     PIC X(10).
           05 WR-TRAN-ID           PIC 9(15).
           05 WR-CUST-ID           PIC 9(10).
           05 WR-TYPE              PIC X(2).
           05 WR-AMOUNT            PIC S9(10)V99.
           05 WR-CURRENCY-CODE     PIC X(3).
           05 WR-DISPOSITION       PIC X(2).
           05 WR-REASON            PIC X(50).
           05 WR-OPERATOR          PIC X(8).

      *    One accumulator per customer with any activity in the
      *    month, in the customer's terms: income positive.
       FD  PROFIT-WORK-FILE.
       01  PROFIT-WORK-RECORD.
           05 PW-CUST-ID           PIC 9(10).
           05 PW-CURRENCY          PIC X(3).
           05 PW-INTEREST          PIC S9(11)V99.
           05 PW-FEES              PIC S9(11)V99.
           05 PW-SALES             PIC S9(11)V99.
           05 PW-RETURNS           PIC S9(11)V99.
           05 PW-WRITEOFFS         PIC S9(11)V99.
           05 PW-ESCHEAT           PIC S9(11)V99.

       SD  PROFIT-SORT-FILE.
       01  PROFIT-SORT-RECORD.
           05 PS-CURRENCY          PIC X(3).
           05 PS-PROFIT            PIC S9(12)V99.
           05 PS-CUST-ID           PIC 9(10).
           05 PS-STMT-CYCLE        PIC X(2).
           05 PS-INTEREST          PIC S9(11)V99.
           05 PS-FEES              PIC S9(11)V99.
           05 PS-NET-SALES         PIC S9(11)V99.
           05 PS-WRITEOFFS         PIC S9(11)V99.
           05 PS-ESCHEAT           PIC S9(11)V99.

       FD  PROFIT-REPORT.
       01  PROFIT-REPORT-LINE      PIC X(132).

       FD  LOW-PROFIT-REPORT.
       01  LOW-PROFIT-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-METR-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-AR-STATUS            PIC XX.
       01  WS-AR-FILE-OPEN         PIC X VALUE 'N'.
       01  WS-REG-STATUS           PIC XX.
       01  WS-REG-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-WOFF-STATUS          PIC XX.
       01  WS-WOFF-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-LOW-STATUS           PIC XX.

       01  WS-PERIOD               PIC X(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC X(4).
           05 WS-PERIOD-MONTH      PIC X(2).
       01  WS-PERIOD-FMT           PIC X(7).
       01  WS-INVOICE-PERIOD       PIC X(7).
       01  WS-ACCEPT-DATE          PIC 9(8).

       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-ORDER-EOF            PIC X VALUE 'N'.
       01  WS-REG-EOF              PIC X VALUE 'N'.
       01  WS-WOFF-EOF             PIC X VALUE 'N'.
       01  WS-WORK-EOF             PIC X VALUE 'N'.
       01  WS-METR-EOF             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.

      *    A generated TRAN-ID is the run date x 10**7 plus the
      *    generator's range and sequence; the date part must match
      *    the history date for the ID to be one of ours.
       01  WS-ID-DATE              PIC 9(8).
       01  WS-ID-SUFFIX            PIC 9(7).
       01  WS-HIST-DATE-DIGITS     PIC 9(8).

       01  WS-POST-CUST-ID         PIC 9(10).
       01  WS-POST-CURRENCY        PIC X(3).
       01  WS-POST-AMOUNT          PIC S9(11)V99.
       01  WS-POST-BUCKET          PIC X(1).
           88 WS-BUCKET-INTEREST   VALUE 'I'.
           88 WS-BUCKET-FEES       VALUE 'F'.
           88 WS-BUCKET-SALES      VALUE 'S'.
           88 WS-BUCKET-RETURNS    VALUE 'R'.
           88 WS-BUCKET-WRITEOFF   VALUE 'W'.
           88 WS-BUCKET-ESCHEAT    VALUE 'E'.

       01  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT  PIC 9(7) VALUE 0.
       01  WS-RANK                 PIC 9(7) VALUE 0.
       01  WS-PREV-CURRENCY        PIC X(3) VALUE SPACES.

      *    The last 50 lines of the current currency's ranking,
      *    kept round-robin so the worst 50 can be printed worst
      *    first when the currency ends.
       01  WS-LOW-TABLE.
           05 WS-LOW-LINE          PIC X(132) OCCURS 50 TIMES.
       01  WS-LOW-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOW-NEXT             PIC 9(3) VALUE 1.
       01  WS-LOW-SUB              PIC 9(3).
       01  WS-LOW-PRINTED          PIC 9(3).

       01  WS-SUMMARY-TABLE.
           05 WS-SUM-ENTRY OCCURS 200 TIMES.
              10 WS-SUM-CYCLE      PIC X(2).
              10 WS-SUM-CURRENCY   PIC X(3).
              10 WS-SUM-COUNT      PIC 9(7).
              10 WS-SUM-INTEREST   PIC S9(12)V99.
              10 WS-SUM-FEES       PIC S9(12)V99.
              10 WS-SUM-NET-SALES  PIC S9(12)V99.
              10 WS-SUM-WRITEOFFS  PIC S9(12)V99.
              10 WS-SUM-ESCHEAT    PIC S9(12)V99.
              10 WS-SUM-PROFIT     PIC S9(12)V99.
       01  WS-SUM-COUNT-USED       PIC 9(3) VALUE 0.
       01  WS-SUM-SUB              PIC 9(3).
       01  WS-SUM-FOUND            PIC X VALUE 'N'.
       01  WS-SUM-OVERFLOW         PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '      CUSTOMER PROFITABILITY REPORT'.
           05 FILLER               PIC X(10) VALUE 'Period:   '.
           05 RH-PERIOD            PIC X(6).
           05 FILLER               PIC X(10) VALUE '  Run On: '.
           05 RH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(58) VALUE SPACES.

       01  LOW-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '   LEAST PROFITABLE CUSTOMERS - REVIEW'.
           05 FILLER               PIC X(10) VALUE 'Period:   '.
           05 LH-PERIOD            PIC X(6).
           05 FILLER               PIC X(10) VALUE '  Run On: '.
           05 LH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(58) VALUE SPACES.

       01  CURRENCY-HEADER-LINE.
           05 FILLER               PIC X(10) VALUE 'Currency: '.
           05 CH-CURRENCY          PIC X(3).
           05 FILLER               PIC X(119) VALUE SPACES.

       01  RANK-COLUMN-HEADER.
           05 FILLER               PIC X(37) VALUE
              '   RANK   CUSTOMER CY        INTEREST'.
           05 FILLER               PIC X(32) VALUE
              '            FEES       NET SALES'.
           05 FILLER               PIC X(48) VALUE
              '      WRITE-OFFS         ESCHEAT          PROFIT'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01  RANK-DETAIL-LINE.
           05 RK-RANK              PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-CYCLE             PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-INTEREST          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-FEES              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-NET-SALES         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-WRITEOFFS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-ESCHEAT           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RK-PROFIT            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01  SUMMARY-COLUMN-HEADER.
           05 FILLER               PIC X(37) VALUE
              'CY CUR  CUSTOMERS            INTEREST'.
           05 FILLER               PIC X(32) VALUE
              '            FEES       NET SALES'.
           05 FILLER               PIC X(48) VALUE
              '      WRITE-OFFS         ESCHEAT          PROFIT'.
           05 FILLER               PIC X(15) VALUE SPACES.

       01  SUMMARY-DETAIL-LINE.
           05 SD-CYCLE             PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-COUNT             PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-INTEREST          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-FEES              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-NET-SALES         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-WRITEOFFS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-ESCHEAT           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 SD-PROFIT            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM ACCUMULATE-HISTORY UNTIL WS-HIST-EOF = 'Y'
           PERFORM ACCUMULATE-ORDER UNTIL WS-ORDER-EOF = 'Y'
           PERFORM ACCUMULATE-RETURN UNTIL WS-REG-EOF = 'Y'
           PERFORM ACCUMULATE-WRITEOFF UNTIL WS-WOFF-EOF = 'Y'
           SORT PROFIT-SORT-FILE
              ON ASCENDING KEY PS-CURRENCY
              ON DESCENDING KEY PS-PROFIT
              INPUT PROCEDURE IS RELEASE-CUSTOMERS
              OUTPUT PROCEDURE IS PRINT-RANKING
           PERFORM PRINT-SUMMARY
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Customer Profitability Report'
           DISPLAY 'Enter Report Period (CCYYMM): '
           ACCEPT WS-PERIOD
           IF WS-PERIOD NOT NUMERIC OR
              WS-PERIOD-MONTH < '01' OR WS-PERIOD-MONTH > '12'
              DISPLAY 'Period must be CCYYMM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD-YEAR TO WS-PERIOD-FMT(1:4)
           MOVE '-' TO WS-PERIOD-FMT(5:1)
           MOVE WS-PERIOD-MONTH TO WS-PERIOD-FMT(6:2)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-METRICS
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT PROFIT-WORK-FILE
           CLOSE PROFIT-WORK-FILE
           OPEN I-O PROFIT-WORK-FILE
           OPEN OUTPUT PROFIT-REPORT
           OPEN OUTPUT LOW-PROFIT-REPORT
           IF WS-METR-STATUS NOT = '00' OR
              WS-HIST-STATUS NOT = '00' OR
              WS-ORDER-STATUS NOT = '00' OR
              WS-WORK-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00' OR
              WS-LOW-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AR-ITEM-FILE
           IF WS-AR-STATUS = '00'
              MOVE 'Y' TO WS-AR-FILE-OPEN
           END-IF
           OPEN INPUT RETURNS-REGISTER
           IF WS-REG-STATUS = '00'
              MOVE 'Y' TO WS-REG-FILE-OPEN
           ELSE
              DISPLAY 'No returns register - no returns deducted'
              MOVE 'Y' TO WS-REG-EOF
           END-IF
           OPEN INPUT WRITEOFF-REGISTER
           IF WS-WOFF-STATUS = '00'
              MOVE 'Y' TO WS-WOFF-FILE-OPEN
           ELSE
              DISPLAY 'No write-off register - no write-offs'
              MOVE 'Y' TO WS-WOFF-EOF
           END-IF
           MOVE LOW-VALUES TO PH-KEY
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIST-EOF
           END-START
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-ACCEPT-DATE TO RH-RUN-DATE
           WRITE PROFIT-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-PERIOD TO LH-PERIOD
           MOVE WS-ACCEPT-DATE TO LH-RUN-DATE
           WRITE LOW-PROFIT-REPORT-LINE FROM LOW-HEADER-1.

      *    Interest and fees are posted as debits (negative) to the
      *    customer, so the income is the amount reversed; an
      *    escheat transfer is counted on the leg of the customer
      *    whose balance went out. Reversed postings are left out.
       ACCUMULATE-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF
              NOT AT END
                 IF PH-DATE(1:7) = WS-PERIOD-FMT AND
                    PH-REVERSED-FLAG NOT = 'Y'
                    PERFORM CLASSIFY-HISTORY
                 END-IF
           END-READ.

       CLASSIFY-HISTORY.
           MOVE PH-DATE(1:4) TO WS-HIST-DATE-DIGITS(1:4)
           MOVE PH-DATE(6:2) TO WS-HIST-DATE-DIGITS(5:2)
           MOVE PH-DATE(9:2) TO WS-HIST-DATE-DIGITS(7:2)
           COMPUTE WS-ID-DATE = PH-TRAN-ID / 10000000
           COMPUTE WS-ID-SUFFIX = PH-TRAN-ID - WS-ID-DATE * 10000000
           IF WS-ID-DATE = WS-HIST-DATE-DIGITS
              MOVE PH-CUST-ID TO WS-POST-CUST-ID
              MOVE PH-CURRENCY-CODE TO WS-POST-CURRENCY
              MOVE SPACE TO WS-POST-BUCKET
              EVALUATE TRUE
                 WHEN PH-TYPE = 'AD' AND WS-ID-SUFFIX < 5000000
                    MOVE 'I' TO WS-POST-BUCKET
                    COMPUTE WS-POST-AMOUNT = 0 - PH-AMOUNT
                 WHEN PH-TYPE = 'AD' AND WS-ID-SUFFIX >= 6000000
                      AND WS-ID-SUFFIX < 7000000
                    MOVE 'F' TO WS-POST-BUCKET
                    COMPUTE WS-POST-AMOUNT = 0 - PH-AMOUNT
                 WHEN PH-TYPE = 'TR' AND WS-ID-SUFFIX >= 7000000
                      AND PH-CUST-ID = PH-FROM-CUST-ID
                    MOVE 'E' TO WS-POST-BUCKET
                    MOVE PH-AMOUNT TO WS-POST-AMOUNT
              END-EVALUATE
              IF WS-POST-BUCKET NOT = SPACE
                 PERFORM POST-TO-WORK-FILE
              END-IF
           END-IF.

      *    The invoice date is the open item's when there is one;
      *    an invoiced order with no AR item falls back to its
      *    status timestamp, which INVPRINT set at invoicing.
       ACCUMULATE-ORDER.
           READ ORDER-FILE
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF
              NOT AT END
                 IF ORD-STATUS-INVOICED OR ORD-STATUS-RETURNED
                    PERFORM FIND-INVOICE-PERIOD
                    IF WS-INVOICE-PERIOD = WS-PERIOD-FMT
                       MOVE ORD-CUSTOMER-ID TO WS-POST-CUST-ID
                       MOVE SPACES TO WS-POST-CURRENCY
                       MOVE 'S' TO WS-POST-BUCKET
                       COMPUTE WS-POST-AMOUNT =
                          ORD-SUBTOTAL - ORD-DISCOUNT-AMOUNT
                       PERFORM POST-TO-WORK-FILE
                    END-IF
                 END-IF
           END-READ.

       FIND-INVOICE-PERIOD.
           MOVE SPACES TO WS-INVOICE-PERIOD
           IF WS-AR-FILE-OPEN = 'Y' AND ORD-INVOICE-NO > 0
              MOVE ORD-INVOICE-NO TO AR-INVOICE-NO
              READ AR-ITEM-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AR-INVOICE-DATE(1:7) TO WS-INVOICE-PERIOD
              END-READ
           END-IF
           IF WS-INVOICE-PERIOD = SPACES AND ORD-STATUS-INVOICED
              MOVE ORD-STATUS-TIMESTAMP(1:4)
                 TO WS-INVOICE-PERIOD(1:4)
              MOVE '-' TO WS-INVOICE-PERIOD(5:1)
              MOVE ORD-STATUS-TIMESTAMP(5:2)
                 TO WS-INVOICE-PERIOD(6:2)
           END-IF.

      *    The taxable refund is the goods returned net of the
      *    order discount, the same basis as the revenue above.
       ACCUMULATE-RETURN.
           READ RETURNS-REGISTER
              AT END
                 MOVE 'Y' TO WS-REG-EOF
              NOT AT END
                 IF RR-RETURN-DATE(1:7) = WS-PERIOD-FMT
                    MOVE RR-CUSTOMER-ID TO WS-POST-CUST-ID
                    MOVE SPACES TO WS-POST-CURRENCY
                    MOVE 'R' TO WS-POST-BUCKET
                    MOVE RR-TAXABLE-REFUND TO WS-POST-AMOUNT
                    PERFORM POST-TO-WORK-FILE
                 END-IF
           END-READ.

       ACCUMULATE-WRITEOFF.
           READ WRITEOFF-REGISTER
              AT END
                 MOVE 'Y' TO WS-WOFF-EOF
              NOT AT END
                 IF WR-DISPOSED-DATE(1:7) = WS-PERIOD-FMT
                    MOVE WR-CUST-ID TO WS-POST-CUST-ID
                    MOVE WR-CURRENCY-CODE TO WS-POST-CURRENCY
                    MOVE 'W' TO WS-POST-BUCKET
                    MOVE WR-AMOUNT TO WS-POST-AMOUNT
                    PERFORM POST-TO-WORK-FILE
                 END-IF
           END-READ.

       POST-TO-WORK-FILE.
           MOVE WS-POST-CUST-ID TO PW-CUST-ID
           READ PROFIT-WORK-FILE
              INVALID KEY
                 MOVE WS-POST-CURRENCY TO PW-CURRENCY
                 MOVE 0 TO PW-INTEREST
                 MOVE 0 TO PW-FEES
                 MOVE 0 TO PW-SALES
                 MOVE 0 TO PW-RETURNS
                 MOVE 0 TO PW-WRITEOFFS
                 MOVE 0 TO PW-ESCHEAT
                 PERFORM ADD-TO-BUCKET
                 WRITE PROFIT-WORK-RECORD
              NOT INVALID KEY
                 IF PW-CURRENCY = SPACES
                    MOVE WS-POST-CURRENCY TO PW-CURRENCY
                 END-IF
                 PERFORM ADD-TO-BUCKET
                 REWRITE PROFIT-WORK-RECORD
           END-READ.

       ADD-TO-BUCKET.
           EVALUATE TRUE
              WHEN WS-BUCKET-INTEREST
                 ADD WS-POST-AMOUNT TO PW-INTEREST
              WHEN WS-BUCKET-FEES
                 ADD WS-POST-AMOUNT TO PW-FEES
              WHEN WS-BUCKET-SALES
                 ADD WS-POST-AMOUNT TO PW-SALES
              WHEN WS-BUCKET-RETURNS
                 ADD WS-POST-AMOUNT TO PW-RETURNS
              WHEN WS-BUCKET-WRITEOFF
                 ADD WS-POST-AMOUNT TO PW-WRITEOFFS
              WHEN WS-BUCKET-ESCHEAT
                 ADD WS-POST-AMOUNT TO PW-ESCHEAT
           END-EVALUATE.

      *    The work file and CUSTMETR are both in customer order, so
      *    each customer's cycle and currency come from a match
      *    against the extract rather than a read of the master.
       RELEASE-CUSTOMERS.
           MOVE LOW-VALUES TO PW-CUST-ID
           START PROFIT-WORK-FILE KEY IS NOT LESS THAN PW-CUST-ID
              INVALID KEY
                 MOVE 'Y' TO WS-WORK-EOF
           END-START
           MOVE 0 TO CUST-ID
           PERFORM RELEASE-NEXT-CUSTOMER UNTIL WS-WORK-EOF = 'Y'.

       RELEASE-NEXT-CUSTOMER.
           READ PROFIT-WORK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-WORK-EOF
              NOT AT END
                 PERFORM READ-NEXT-METRICS
                    UNTIL WS-METR-EOF = 'Y' OR CUST-ID >= PW-CUST-ID
                 MOVE PW-CUST-ID TO PS-CUST-ID
                 IF WS-METR-EOF = 'N' AND CUST-ID = PW-CUST-ID
                    MOVE CUST-CURRENCY-CODE TO PS-CURRENCY
                    MOVE CUST-STMT-CYCLE TO PS-STMT-CYCLE
                 ELSE
                    ADD 1 TO WS-NOT-ON-MASTER-COUNT
                    MOVE PW-CURRENCY TO PS-CURRENCY
                    MOVE '??' TO PS-STMT-CYCLE
                 END-IF
                 MOVE PW-INTEREST TO PS-INTEREST
                 MOVE PW-FEES TO PS-FEES
                 COMPUTE PS-NET-SALES = PW-SALES - PW-RETURNS
                 MOVE PW-WRITEOFFS TO PS-WRITEOFFS
                 MOVE PW-ESCHEAT TO PS-ESCHEAT
                 COMPUTE PS-PROFIT = PW-INTEREST + PW-FEES
                    + PW-SALES - PW-RETURNS + PW-WRITEOFFS
                    - PW-ESCHEAT
                 ADD 1 TO WS-CUSTOMER-COUNT
                 RELEASE PROFIT-SORT-RECORD
           END-READ.

       READ-NEXT-METRICS.
           READ CUSTOMER-METRICS
              AT END
                 MOVE 'Y' TO WS-METR-EOF
           END-READ.

       PRINT-RANKING.
           PERFORM RETURN-RANKED-CUSTOMER UNTIL WS-SORT-EOF = 'Y'
           IF WS-PREV-CURRENCY NOT = SPACES
              PERFORM PRINT-LOW-PROFIT
           END-IF.

       RETURN-RANKED-CUSTOMER.
           RETURN PROFIT-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                 IF PS-CURRENCY NOT = WS-PREV-CURRENCY
                    IF WS-PREV-CURRENCY NOT = SPACES
                       PERFORM PRINT-LOW-PROFIT
                    END-IF
                    PERFORM START-CURRENCY
                 END-IF
                 PERFORM PRINT-RANKED-LINE
                 PERFORM ADD-TO-SUMMARY
           END-RETURN.

       START-CURRENCY.
           MOVE PS-CURRENCY TO WS-PREV-CURRENCY
           MOVE 0 TO WS-RANK
           MOVE 0 TO WS-LOW-COUNT
           MOVE 1 TO WS-LOW-NEXT
           MOVE PS-CURRENCY TO CH-CURRENCY
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE FROM CURRENCY-HEADER-LINE
           WRITE PROFIT-REPORT-LINE FROM RANK-COLUMN-HEADER.

       PRINT-RANKED-LINE.
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO RK-RANK
           MOVE PS-CUST-ID TO RK-CUST-ID
           MOVE PS-STMT-CYCLE TO RK-CYCLE
           MOVE PS-INTEREST TO RK-INTEREST
           MOVE PS-FEES TO RK-FEES
           MOVE PS-NET-SALES TO RK-NET-SALES
           MOVE PS-WRITEOFFS TO RK-WRITEOFFS
           MOVE PS-ESCHEAT TO RK-ESCHEAT
           MOVE PS-PROFIT TO RK-PROFIT
           WRITE PROFIT-REPORT-LINE FROM RANK-DETAIL-LINE
           MOVE RANK-DETAIL-LINE TO WS-LOW-LINE(WS-LOW-NEXT)
           IF WS-LOW-COUNT < 50
              ADD 1 TO WS-LOW-COUNT
           END-IF
           IF WS-LOW-NEXT = 50
              MOVE 1 TO WS-LOW-NEXT
           ELSE
              ADD 1 TO WS-LOW-NEXT
           END-IF.

      *    Walk the round-robin table backwards from the last line
      *    written, so the least profitable customer prints first.
       PRINT-LOW-PROFIT.
           MOVE WS-PREV-CURRENCY TO CH-CURRENCY
           MOVE SPACES TO LOW-PROFIT-REPORT-LINE
           WRITE LOW-PROFIT-REPORT-LINE
           WRITE LOW-PROFIT-REPORT-LINE FROM CURRENCY-HEADER-LINE
           WRITE LOW-PROFIT-REPORT-LINE FROM RANK-COLUMN-HEADER
           MOVE WS-LOW-NEXT TO WS-LOW-SUB
           MOVE 0 TO WS-LOW-PRINTED
           PERFORM PRINT-LOW-LINE UNTIL WS-LOW-PRINTED = WS-LOW-COUNT.

       PRINT-LOW-LINE.
           IF WS-LOW-SUB = 1
              MOVE 50 TO WS-LOW-SUB
           ELSE
              SUBTRACT 1 FROM WS-LOW-SUB
           END-IF
           WRITE LOW-PROFIT-REPORT-LINE FROM WS-LOW-LINE(WS-LOW-SUB)
           ADD 1 TO WS-LOW-PRINTED.

       ADD-TO-SUMMARY.
           MOVE 'N' TO WS-SUM-FOUND
           MOVE 1 TO WS-SUM-SUB
           PERFORM MATCH-SUMMARY-ENTRY
              UNTIL WS-SUM-FOUND = 'Y' OR WS-SUM-SUB > WS-SUM-COUNT-USED
           IF WS-SUM-FOUND = 'N'
              IF WS-SUM-COUNT-USED < 200
                 ADD 1 TO WS-SUM-COUNT-USED
                 MOVE WS-SUM-COUNT-USED TO WS-SUM-SUB
                 MOVE PS-STMT-CYCLE TO WS-SUM-CYCLE(WS-SUM-SUB)
                 MOVE PS-CURRENCY TO WS-SUM-CURRENCY(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-COUNT(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-INTEREST(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-FEES(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-NET-SALES(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-WRITEOFFS(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-ESCHEAT(WS-SUM-SUB)
                 MOVE 0 TO WS-SUM-PROFIT(WS-SUM-SUB)
                 MOVE 'Y' TO WS-SUM-FOUND
              ELSE
                 ADD 1 TO WS-SUM-OVERFLOW
              END-IF
           END-IF
           IF WS-SUM-FOUND = 'Y'
              ADD 1 TO WS-SUM-COUNT(WS-SUM-SUB)
              ADD PS-INTEREST TO WS-SUM-INTEREST(WS-SUM-SUB)
              ADD PS-FEES TO WS-SUM-FEES(WS-SUM-SUB)
              ADD PS-NET-SALES TO WS-SUM-NET-SALES(WS-SUM-SUB)
              ADD PS-WRITEOFFS TO WS-SUM-WRITEOFFS(WS-SUM-SUB)
              ADD PS-ESCHEAT TO WS-SUM-ESCHEAT(WS-SUM-SUB)
              ADD PS-PROFIT TO WS-SUM-PROFIT(WS-SUM-SUB)
           END-IF.

       MATCH-SUMMARY-ENTRY.
           IF WS-SUM-CYCLE(WS-SUM-SUB) = PS-STMT-CYCLE AND
              WS-SUM-CURRENCY(WS-SUM-SUB) = PS-CURRENCY
              MOVE 'Y' TO WS-SUM-FOUND
           ELSE
              ADD 1 TO WS-SUM-SUB
           END-IF.

       PRINT-SUMMARY.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'SUMMARY BY STATEMENT CYCLE AND CURRENCY' TO ML-TEXT
           WRITE PROFIT-REPORT-LINE FROM MESSAGE-LINE
           WRITE PROFIT-REPORT-LINE FROM SUMMARY-COLUMN-HEADER
           MOVE 1 TO WS-SUM-SUB
           PERFORM PRINT-SUMMARY-LINE
              UNTIL WS-SUM-SUB > WS-SUM-COUNT-USED.

       PRINT-SUMMARY-LINE.
           MOVE WS-SUM-CYCLE(WS-SUM-SUB) TO SD-CYCLE
           MOVE WS-SUM-CURRENCY(WS-SUM-SUB) TO SD-CURRENCY
           MOVE WS-SUM-COUNT(WS-SUM-SUB) TO SD-COUNT
           MOVE WS-SUM-INTEREST(WS-SUM-SUB) TO SD-INTEREST
           MOVE WS-SUM-FEES(WS-SUM-SUB) TO SD-FEES
           MOVE WS-SUM-NET-SALES(WS-SUM-SUB) TO SD-NET-SALES
           MOVE WS-SUM-WRITEOFFS(WS-SUM-SUB) TO SD-WRITEOFFS
           MOVE WS-SUM-ESCHEAT(WS-SUM-SUB) TO SD-ESCHEAT
           MOVE WS-SUM-PROFIT(WS-SUM-SUB) TO SD-PROFIT
           WRITE PROFIT-REPORT-LINE FROM SUMMARY-DETAIL-LINE
           ADD 1 TO WS-SUM-SUB.

       FINALIZATION.
           IF WS-NOT-ON-MASTER-COUNT > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Customers not on CUSTMETR (cycle shown ??): '
                     WS-NOT-ON-MASTER-COUNT
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE PROFIT-REPORT-LINE FROM MESSAGE-LINE
           END-IF
           IF WS-SUM-OVERFLOW > 0
              MOVE SPACES TO ML-TEXT
              STRING 'Summary table full - customers left out of '
                     'the summary: ' WS-SUM-OVERFLOW
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE PROFIT-REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CUSTOMER-METRICS
           CLOSE TRAN-HISTORY-FILE
           CLOSE ORDER-FILE
           CLOSE PROFIT-WORK-FILE
           CLOSE PROFIT-REPORT
           CLOSE LOW-PROFIT-REPORT
           IF WS-AR-FILE-OPEN = 'Y'
              CLOSE AR-ITEM-FILE
           END-IF
           IF WS-REG-FILE-OPEN = 'Y'
              CLOSE RETURNS-REGISTER
           END-IF
           IF WS-WOFF-FILE-OPEN = 'Y'
              CLOSE WRITEOFF-REGISTER
           END-IF
           DISPLAY 'Customers Ranked: ' WS-CUSTOMER-COUNT
           DISPLAY 'Customer Profitability Report Complete'.
