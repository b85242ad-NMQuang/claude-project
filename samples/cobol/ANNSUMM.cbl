       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSUMM.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * ANNUAL INTEREST AND FEE SUMMARY                               *
      * Year-end run for the calendar year entered on SYSIN (CCYY).   *
      * Totals each customer's TRANHIST postings for the year by      *
      * category, picked off by the TRAN-ID ranges PROFRPT uses:      *
      *  - INTACCR overdraft interest (below 5,000,000 under the      *
      *    posting date) and FEEACCR service fees (6,000,000 to       *
      *    6,999,999), charged as negative AD postings;               *
      *  - TRNREV reversals of either - the same TRAN-ID posted as    *
      *    a positive AD under a later reversal date - counted in     *
      *    the year the reversal posted.                              *
      * Amounts are converted to the account currency from EXCHRATE   *
      * on the posting date, as STMTGEN converts them; a posting      *
      * with no rate is counted and left out.                         *
      * When HISTARCH has archived past the start of the year (its    *
      * HARCCTL cutoff) the archive generations concatenated on the   *
      * TRNHARCH DD are read as well, and the run stops rather than   *
      * print short figures if they are not supplied. A posting       *
      * HISTRETR has staged back onto TRANHIST is counted once.       *
      * Each customer with interest or fees in the year gets an       *
      * annual summary statement following CUST-STMT-DELIVERY as      *
      * STMTGEN does: E the extract (ANNSEXTR) only, B both,          *
      * anything else the print file (ANNSTMT). Every customer also   *
      * goes on the fixed-layout tax-authority extract ANNTAX         *
      * (header, one detail per customer, trailer with totals), and   *
      * ANNCTL carries the control totals.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO 'TRNHARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HARC-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO 'HARCCTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HCTL-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCH-KEY
           FILE STATUS IS WS-EXCH-STATUS.

           SELECT SUMMARY-SORT-FILE ASSIGN TO 'ANNSRT1'.

           SELECT SUMMARY-PRINT ASSIGN TO 'ANNSTMT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

           SELECT SUMMARY-EXTRACT ASSIGN TO 'ANNSEXTR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXTR-STATUS.

           SELECT TAX-EXTRACT ASSIGN TO 'ANNTAX'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'ANNCTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
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

       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           05 HA-CUST-ID           PIC 9(10).
           05 HA-DATE              PIC X(10).
           05 HA-TRAN-ID           PIC 9(15).
           05 HA-TYPE              PIC X(2).
           05 HA-AMOUNT            PIC S9(10)V99.
           05 HA-TIME              PIC X(8).
           05 HA-FROM-CUST-ID      PIC 9(10).
           05 HA-TO-CUST-ID        PIC 9(10).
           05 HA-CURRENCY-CODE     PIC X(3).
           05 HA-REVERSED-FLAG     PIC X(1).
           05 HA-BRANCH-ID         PIC X(3).
           05 HA-POSTED-DATE       PIC X(10).
           05 HA-POSTED-AMOUNT     PIC S9(10)V99.

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05 HC-HIST-CUTOFF       PIC X(10).
           05 HC-RUN-DATE          PIC X(10).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 EXCH-KEY.
              10 EXCH-FROM-CURRENCY   PIC X(3).
              10 EXCH-TO-CURRENCY     PIC X(3).
              10 EXCH-EFF-DATE        PIC X(10).
           05 EXCH-RATE               PIC 9(6)V9999.

       SD  SUMMARY-SORT-FILE.
       01  SUMMARY-SORT-RECORD.
           05 SS-CUST-ID           PIC 9(10).
           05 SS-CATEGORY          PIC X(1).
              88 SS-INTEREST-CHARGED   VALUE 'I'.
              88 SS-INTEREST-REVERSED  VALUE 'J'.
              88 SS-FEE-CHARGED        VALUE 'F'.
              88 SS-FEE-REVERSED       VALUE 'G'.
           05 SS-AMOUNT            PIC S9(10)V99.
           05 SS-CONVERTED         PIC X(1).

       FD  SUMMARY-PRINT.
       01  SUMMARY-PRINT-LINE      PIC X(132).

       FD  SUMMARY-EXTRACT.
       01  SUMMARY-EXTRACT-RECORD.
           05 SX-CUST-ID           PIC 9(10).
           05 SX-CUST-NAME         PIC X(50).
           05 SX-CUST-EMAIL        PIC X(100).
           05 SX-YEAR              PIC 9(4).
           05 SX-CURRENCY-CODE     PIC X(3).
           05 SX-INTEREST-CHARGED  PIC S9(10)V99.
           05 SX-INTEREST-REVERSED PIC S9(10)V99.
           05 SX-FEES-CHARGED      PIC S9(10)V99.
           05 SX-FEES-REVERSED     PIC S9(10)V99.
           05 SX-TOTAL-NET         PIC S9(10)V99.
           05 SX-UNCONVERTED-COUNT PIC 9(5).

       FD  TAX-EXTRACT.
       01  TAX-HEADER-RECORD.
           05 TX-H-REC-TYPE        PIC X(1).
           05 TX-H-YEAR            PIC 9(4).
           05 TX-H-RUN-DATE        PIC X(10).
           05 FILLER               PIC X(133).
       01  TAX-DETAIL-RECORD.
           05 TX-D-REC-TYPE        PIC X(1).
           05 TX-D-CUST-ID         PIC 9(10).
           05 TX-D-CUST-NAME       PIC X(50).
           05 TX-D-CURRENCY-CODE   PIC X(3).
           05 TX-D-INTEREST-CHARGED  PIC S9(10)V99.
           05 TX-D-INTEREST-REVERSED PIC S9(10)V99.
           05 TX-D-NET-INTEREST    PIC S9(10)V99.
           05 TX-D-FEES-CHARGED    PIC S9(10)V99.
           05 TX-D-FEES-REVERSED   PIC S9(10)V99.
           05 TX-D-NET-FEES        PIC S9(10)V99.
           05 TX-D-TOTAL-NET       PIC S9(10)V99.
       01  TAX-TRAILER-RECORD.
           05 TX-T-REC-TYPE        PIC X(1).
           05 TX-T-CUST-COUNT      PIC 9(8).
           05 TX-T-NET-INTEREST    PIC S9(12)V99.
           05 TX-T-NET-FEES        PIC S9(12)V99.
           05 FILLER               PIC X(111).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-HARC-STATUS          PIC XX.
       01  WS-HCTL-STATUS          PIC XX.
       01  WS-EXCH-STATUS          PIC XX.
       01  WS-PRT-STATUS           PIC XX.
       01  WS-EXTR-STATUS          PIC XX.
       01  WS-TAX-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.

       01  WS-EXCH-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-ARCHIVE-OPEN         PIC X VALUE 'N'.
       01  WS-ARCHIVE-NEEDED       PIC X VALUE 'N'.
       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-ARCHIVE-EOF          PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-RATE-FOUND           PIC X.

       01  WS-YEAR                 PIC 9(4).
       01  WS-YEAR-START           PIC X(10).
       01  WS-ARCHIVE-CUTOFF       PIC X(10) VALUE SPACES.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-RUN-DATE             PIC X(10).

      *    The posting being classified, from either source.
       01  WS-POSTING.
           05 WS-PST-CUST-ID       PIC 9(10).
           05 WS-PST-DATE          PIC X(10).
           05 WS-PST-TRAN-ID       PIC 9(15).
           05 WS-PST-TYPE          PIC X(2).
           05 WS-PST-AMOUNT        PIC S9(10)V99.
           05 WS-PST-CURRENCY      PIC X(3).
       01  WS-HIST-DATE-DIGITS     PIC 9(8).
       01  WS-ID-DATE              PIC 9(8).
       01  WS-ID-SUFFIX            PIC 9(7).
       01  WS-CONVERTED-AMOUNT     PIC S9(10)V99.

       01  WS-RATE-CUST-ID         PIC 9(10) VALUE 0.
       01  WS-RATE-CURRENCY        PIC X(3) VALUE SPACES.

       01  WS-CURRENT-CUST-ID      PIC 9(10).
       01  WS-CUSTOMER-TOTALS.
           05 WS-INTEREST-CHARGED  PIC S9(10)V99.
           05 WS-INTEREST-REVERSED PIC S9(10)V99.
           05 WS-FEES-CHARGED      PIC S9(10)V99.
           05 WS-FEES-REVERSED     PIC S9(10)V99.
           05 WS-UNCONVERTED       PIC 9(5).
       01  WS-NET-INTEREST         PIC S9(10)V99.
       01  WS-NET-FEES             PIC S9(10)V99.
       01  WS-TOTAL-NET            PIC S9(10)V99.
       01  WS-ON-MASTER            PIC X.

       01  WS-HIST-READ-COUNT      PIC 9(8) VALUE 0.
       01  WS-ARCHIVE-READ-COUNT   PIC 9(8) VALUE 0.
       01  WS-STAGED-SKIP-COUNT    PIC 9(8) VALUE 0.
       01  WS-POSTINGS-COUNT       PIC 9(8) VALUE 0.
       01  WS-UNCONVERTED-COUNT    PIC 9(8) VALUE 0.
       01  WS-CUSTOMER-COUNT       PIC 9(8) VALUE 0.
       01  WS-PRINTED-COUNT        PIC 9(8) VALUE 0.
       01  WS-EXTRACTED-COUNT      PIC 9(8) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT  PIC 9(8) VALUE 0.
       01  WS-GRAND-NET-INTEREST   PIC S9(12)V99 VALUE 0.
       01  WS-GRAND-NET-FEES       PIC S9(12)V99 VALUE 0.

       01  STATEMENT-HEADER-1.
           05 FILLER               PIC X(46) VALUE
              '          ANNUAL INTEREST AND FEE SUMMARY FOR '.
           05 SH-YEAR              PIC 9(4).
           05 FILLER               PIC X(82) VALUE SPACES.

       01  STATEMENT-HEADER-2.
           05 FILLER               PIC X(10) VALUE 'Customer: '.
           05 SH-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SH-CUST-NAME         PIC X(50).
           05 FILLER               PIC X(12) VALUE '  Currency: '.
           05 SH-CURRENCY          PIC X(3).
           05 FILLER               PIC X(45) VALUE SPACES.

       01  STATEMENT-ADDRESS-LINE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 SA-ADDRESS           PIC X(80).
           05 FILLER               PIC X(42) VALUE SPACES.

       01  STATEMENT-AMOUNT-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 SL-LABEL             PIC X(40).
           05 SL-AMOUNT            PIC -$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(69) VALUE SPACES.

       01  STATEMENT-NOTE-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'Note:     '.
           05 SN-UNCONVERTED       PIC ZZ,ZZ9.
           05 FILLER               PIC X(51) VALUE
              ' posting(s) had no exchange rate and are not shown'.
           05 FILLER               PIC X(60) VALUE SPACES.

       01  CTL-HEADER-1.
           05 FILLER               PIC X(51) VALUE
              '          ANNUAL INTEREST AND FEE SUMMARY CONTROLS'.
           05 FILLER               PIC X(7) VALUE ' YEAR  '.
           05 CH-YEAR              PIC 9(4).
           05 FILLER               PIC X(70) VALUE SPACES.

       01  CTL-COUNT-LINE.
           05 CC-LABEL             PIC X(40).
           05 CC-COUNT             PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  CTL-AMOUNT-LINE.
           05 CA-LABEL             PIC X(40).
           05 CA-AMOUNT            PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(73) VALUE SPACES.

       01  CTL-TEXT-LINE.
           05 CT-LABEL             PIC X(40).
           05 CT-TEXT              PIC X(40).
           05 FILLER               PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT SUMMARY-SORT-FILE
              ON ASCENDING KEY SS-CUST-ID
              INPUT PROCEDURE IS COLLECT-POSTINGS
              OUTPUT PROCEDURE IS PRODUCE-SUMMARIES
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Annual Interest And Fee Summary'
           DISPLAY 'Enter Year (CCYY): '
           ACCEPT WS-YEAR
           MOVE SPACES TO WS-YEAR-START
           MOVE WS-YEAR TO WS-YEAR-START(1:4)
           MOVE '-01-01' TO WS-YEAR-START(5:6)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN OUTPUT SUMMARY-PRINT
           OPEN OUTPUT SUMMARY-EXTRACT
           OPEN OUTPUT TAX-EXTRACT
           OPEN OUTPUT CONTROL-REPORT
           IF WS-CUST-STATUS NOT = '00' OR
              WS-HIST-STATUS NOT = '00' OR
              WS-PRT-STATUS NOT = '00' OR
              WS-EXTR-STATUS NOT = '00' OR
              WS-TAX-STATUS NOT = '00' OR
              WS-CTL-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXCH-STATUS = '00'
              MOVE 'Y' TO WS-EXCH-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-EXCH-FILE-OPEN
           END-IF
           PERFORM OPEN-ARCHIVE
           MOVE SPACES TO TAX-HEADER-RECORD
           MOVE 'H' TO TX-H-REC-TYPE
           MOVE WS-YEAR TO TX-H-YEAR
           MOVE WS-RUN-DATE TO TX-H-RUN-DATE
           WRITE TAX-HEADER-RECORD
           MOVE WS-YEAR TO CH-YEAR
           WRITE CONTROL-REPORT-LINE FROM CTL-HEADER-1
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

      *    HISTARCH keeps the furthest cutoff it has applied on
      *    HARCCTL. A cutoff past the first of the year means part
      *    of the year is only on the archive generations, and the
      *    run must not go ahead without them. With no control
      *    record the archive is read if it is supplied.
       OPEN-ARCHIVE.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-HCTL-STATUS = '00'
              READ ARCHIVE-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE HC-HIST-CUTOFF TO WS-ARCHIVE-CUTOFF
              END-READ
              CLOSE ARCHIVE-CONTROL-FILE
           END-IF
           IF WS-ARCHIVE-CUTOFF NOT = SPACES AND
              WS-ARCHIVE-CUTOFF > WS-YEAR-START
              MOVE 'Y' TO WS-ARCHIVE-NEEDED
           END-IF
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-HARC-STATUS = '00'
              MOVE 'Y' TO WS-ARCHIVE-OPEN
           ELSE
              MOVE 'N' TO WS-ARCHIVE-OPEN
              IF WS-ARCHIVE-NEEDED = 'Y'
                 DISPLAY 'History archived to ' WS-ARCHIVE-CUTOFF
                    ' - archive generations for ' WS-YEAR
                    ' must be supplied on TRNHARCH'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       COLLECT-POSTINGS.
           MOVE LOW-VALUES TO PH-KEY
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM COLLECT-NEXT-HISTORY UNTIL WS-HIST-EOF = 'Y'
           IF WS-ARCHIVE-OPEN = 'Y'
              PERFORM COLLECT-NEXT-ARCHIVE
                 UNTIL WS-ARCHIVE-EOF = 'Y'
           END-IF.

       COLLECT-NEXT-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF
              NOT AT END
                 IF PH-DATE(1:4) = WS-YEAR-START(1:4)
                    ADD 1 TO WS-HIST-READ-COUNT
                    MOVE PH-CUST-ID TO WS-PST-CUST-ID
                    MOVE PH-DATE TO WS-PST-DATE
                    MOVE PH-TRAN-ID TO WS-PST-TRAN-ID
                    MOVE PH-TYPE TO WS-PST-TYPE
                    MOVE PH-AMOUNT TO WS-PST-AMOUNT
                    MOVE PH-CURRENCY-CODE TO WS-PST-CURRENCY
                    PERFORM CLASSIFY-POSTING
                 END-IF
           END-READ.

      *    A record HISTRETR staged back is on TRANHIST as well and
      *    was counted from there.
       COLLECT-NEXT-ARCHIVE.
           READ HISTORY-ARCHIVE-FILE
              AT END
                 MOVE 'Y' TO WS-ARCHIVE-EOF
              NOT AT END
                 IF HA-DATE(1:4) = WS-YEAR-START(1:4)
                    ADD 1 TO WS-ARCHIVE-READ-COUNT
                    MOVE HA-CUST-ID TO PH-CUST-ID
                    MOVE HA-DATE TO PH-DATE
                    MOVE HA-TRAN-ID TO PH-TRAN-ID
                    READ TRAN-HISTORY-FILE
                       INVALID KEY
                          MOVE HA-CUST-ID TO WS-PST-CUST-ID
                          MOVE HA-DATE TO WS-PST-DATE
                          MOVE HA-TRAN-ID TO WS-PST-TRAN-ID
                          MOVE HA-TYPE TO WS-PST-TYPE
                          MOVE HA-AMOUNT TO WS-PST-AMOUNT
                          MOVE HA-CURRENCY-CODE TO WS-PST-CURRENCY
                          PERFORM CLASSIFY-POSTING
                       NOT INVALID KEY
                          ADD 1 TO WS-STAGED-SKIP-COUNT
                    END-READ
                 END-IF
           END-READ.

      *    Charges post under the date in their TRAN-ID; a reversal
      *    carries the original TRAN-ID under a later date.
       CLASSIFY-POSTING.
           MOVE WS-PST-DATE(1:4) TO WS-HIST-DATE-DIGITS(1:4)
           MOVE WS-PST-DATE(6:2) TO WS-HIST-DATE-DIGITS(5:2)
           MOVE WS-PST-DATE(9:2) TO WS-HIST-DATE-DIGITS(7:2)
           COMPUTE WS-ID-DATE = WS-PST-TRAN-ID / 10000000
           COMPUTE WS-ID-SUFFIX =
              WS-PST-TRAN-ID - WS-ID-DATE * 10000000
           MOVE SPACE TO SS-CATEGORY
           IF WS-PST-TYPE = 'AD' AND WS-ID-DATE NOT < 19000101
              EVALUATE TRUE
                 WHEN WS-ID-DATE = WS-HIST-DATE-DIGITS AND
                      WS-ID-SUFFIX < 5000000
                    MOVE 'I' TO SS-CATEGORY
                 WHEN WS-ID-DATE < WS-HIST-DATE-DIGITS AND
                      WS-ID-SUFFIX < 5000000
                    MOVE 'J' TO SS-CATEGORY
                 WHEN WS-ID-DATE = WS-HIST-DATE-DIGITS AND
                      WS-ID-SUFFIX >= 6000000 AND
                      WS-ID-SUFFIX < 7000000
                    MOVE 'F' TO SS-CATEGORY
                 WHEN WS-ID-DATE < WS-HIST-DATE-DIGITS AND
                      WS-ID-SUFFIX >= 6000000 AND
                      WS-ID-SUFFIX < 7000000
                    MOVE 'G' TO SS-CATEGORY
              END-EVALUATE
           END-IF
           IF SS-CATEGORY NOT = SPACE
              PERFORM RELEASE-POSTING
           END-IF.

      *    Charges are debits (negative) and reversals credits, so
      *    both are carried as positive amounts of their category.
       RELEASE-POSTING.
           ADD 1 TO WS-POSTINGS-COUNT
           PERFORM CONVERT-POSTING-AMOUNT
           MOVE WS-PST-CUST-ID TO SS-CUST-ID
           IF WS-RATE-FOUND = 'Y'
              MOVE 'Y' TO SS-CONVERTED
              IF SS-INTEREST-CHARGED OR SS-FEE-CHARGED
                 COMPUTE SS-AMOUNT = 0 - WS-CONVERTED-AMOUNT
              ELSE
                 MOVE WS-CONVERTED-AMOUNT TO SS-AMOUNT
              END-IF
           ELSE
              ADD 1 TO WS-UNCONVERTED-COUNT
              MOVE 'N' TO SS-CONVERTED
              MOVE 0 TO SS-AMOUNT
           END-IF
           RELEASE SUMMARY-SORT-RECORD.

       CONVERT-POSTING-AMOUNT.
           PERFORM FIND-ACCOUNT-CURRENCY
           IF WS-PST-CURRENCY = WS-RATE-CURRENCY OR
              WS-PST-CURRENCY = SPACES OR
              WS-RATE-CURRENCY = SPACES
              MOVE WS-PST-AMOUNT TO WS-CONVERTED-AMOUNT
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              MOVE 'N' TO WS-RATE-FOUND
              IF WS-EXCH-FILE-OPEN = 'Y'
                 MOVE WS-PST-CURRENCY TO EXCH-FROM-CURRENCY
                 MOVE WS-RATE-CURRENCY TO EXCH-TO-CURRENCY
                 MOVE WS-PST-DATE TO EXCH-EFF-DATE
                 READ EXCHANGE-RATE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                          WS-PST-AMOUNT * EXCH-RATE
                       MOVE 'Y' TO WS-RATE-FOUND
                 END-READ
              END-IF
           END-IF.

      *    History comes in customer order, so the account currency
      *    is looked up once per customer.
       FIND-ACCOUNT-CURRENCY.
           IF WS-PST-CUST-ID NOT = WS-RATE-CUST-ID
              MOVE WS-PST-CUST-ID TO WS-RATE-CUST-ID
              MOVE WS-PST-CUST-ID TO CUST-ID
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-RATE-CURRENCY
                 NOT INVALID KEY
                    MOVE CUST-CURRENCY-CODE TO WS-RATE-CURRENCY
              END-READ
           END-IF.

       PRODUCE-SUMMARIES.
           PERFORM RETURN-NEXT-POSTING
           PERFORM SUMMARIZE-CUSTOMER UNTIL WS-SORT-EOF = 'Y'.

       RETURN-NEXT-POSTING.
           RETURN SUMMARY-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       SUMMARIZE-CUSTOMER.
           MOVE SS-CUST-ID TO WS-CURRENT-CUST-ID
           INITIALIZE WS-CUSTOMER-TOTALS
           PERFORM ADD-POSTING-TO-CUSTOMER
              UNTIL WS-SORT-EOF = 'Y' OR
                    SS-CUST-ID NOT = WS-CURRENT-CUST-ID
           COMPUTE WS-NET-INTEREST =
              WS-INTEREST-CHARGED - WS-INTEREST-REVERSED
           COMPUTE WS-NET-FEES = WS-FEES-CHARGED - WS-FEES-REVERSED
           COMPUTE WS-TOTAL-NET = WS-NET-INTEREST + WS-NET-FEES
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-NET-INTEREST TO WS-GRAND-NET-INTEREST
           ADD WS-NET-FEES TO WS-GRAND-NET-FEES
           MOVE WS-CURRENT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE 'N' TO WS-ON-MASTER
                 ADD 1 TO WS-NOT-ON-MASTER-COUNT
                 DISPLAY 'Customer not on master: '
                    WS-CURRENT-CUST-ID
                 MOVE SPACES TO CUST-NAME
                 MOVE SPACES TO CUST-CURRENCY-CODE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ON-MASTER
           END-READ
           IF WS-ON-MASTER = 'Y'
              PERFORM DELIVER-SUMMARY
           END-IF
           PERFORM WRITE-TAX-DETAIL.

       ADD-POSTING-TO-CUSTOMER.
           IF SS-CONVERTED = 'N'
              ADD 1 TO WS-UNCONVERTED
           ELSE
              EVALUATE TRUE
                 WHEN SS-INTEREST-CHARGED
                    ADD SS-AMOUNT TO WS-INTEREST-CHARGED
                 WHEN SS-INTEREST-REVERSED
                    ADD SS-AMOUNT TO WS-INTEREST-REVERSED
                 WHEN SS-FEE-CHARGED
                    ADD SS-AMOUNT TO WS-FEES-CHARGED
                 WHEN SS-FEE-REVERSED
                    ADD SS-AMOUNT TO WS-FEES-REVERSED
              END-EVALUATE
           END-IF
           PERFORM RETURN-NEXT-POSTING.

      *    Delivery follows the statement preference: E extract
      *    only, B both, anything else on paper.
       DELIVER-SUMMARY.
           EVALUATE CUST-STMT-DELIVERY
              WHEN 'E'
                 PERFORM WRITE-SUMMARY-EXTRACT
              WHEN 'B'
                 PERFORM PRINT-SUMMARY-STATEMENT
                 PERFORM WRITE-SUMMARY-EXTRACT
              WHEN OTHER
                 PERFORM PRINT-SUMMARY-STATEMENT
           END-EVALUATE.

       PRINT-SUMMARY-STATEMENT.
           MOVE WS-YEAR TO SH-YEAR
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-HEADER-1
              AFTER ADVANCING PAGE
           MOVE SPACES TO SUMMARY-PRINT-LINE
           WRITE SUMMARY-PRINT-LINE
           MOVE CUST-ID TO SH-CUST-ID
           MOVE CUST-NAME TO SH-CUST-NAME
           MOVE CUST-CURRENCY-CODE TO SH-CURRENCY
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-HEADER-2
           MOVE CUST-ADDRESS(1:80) TO SA-ADDRESS
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-ADDRESS-LINE
           IF CUST-ADDRESS(81:80) NOT = SPACES
              MOVE CUST-ADDRESS(81:80) TO SA-ADDRESS
              WRITE SUMMARY-PRINT-LINE FROM STATEMENT-ADDRESS-LINE
           END-IF
           IF CUST-ADDRESS(161:40) NOT = SPACES
              MOVE CUST-ADDRESS(161:40) TO SA-ADDRESS
              WRITE SUMMARY-PRINT-LINE FROM STATEMENT-ADDRESS-LINE
           END-IF
           MOVE SPACES TO SUMMARY-PRINT-LINE
           WRITE SUMMARY-PRINT-LINE
           MOVE 'Overdraft interest charged' TO SL-LABEL
           MOVE WS-INTEREST-CHARGED TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE 'Overdraft interest reversed' TO SL-LABEL
           MOVE WS-INTEREST-REVERSED TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE 'Net overdraft interest' TO SL-LABEL
           MOVE WS-NET-INTEREST TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE SPACES TO SUMMARY-PRINT-LINE
           WRITE SUMMARY-PRINT-LINE
           MOVE 'Service fees charged' TO SL-LABEL
           MOVE WS-FEES-CHARGED TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE 'Service fees reversed' TO SL-LABEL
           MOVE WS-FEES-REVERSED TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE 'Net service fees' TO SL-LABEL
           MOVE WS-NET-FEES TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           MOVE SPACES TO SUMMARY-PRINT-LINE
           WRITE SUMMARY-PRINT-LINE
           MOVE 'Total interest and fees for the year' TO SL-LABEL
           MOVE WS-TOTAL-NET TO SL-AMOUNT
           WRITE SUMMARY-PRINT-LINE FROM STATEMENT-AMOUNT-LINE
           IF WS-UNCONVERTED > 0
              MOVE WS-UNCONVERTED TO SN-UNCONVERTED
              WRITE SUMMARY-PRINT-LINE FROM STATEMENT-NOTE-LINE
           END-IF
           ADD 1 TO WS-PRINTED-COUNT.

       WRITE-SUMMARY-EXTRACT.
           MOVE CUST-ID TO SX-CUST-ID
           MOVE CUST-NAME TO SX-CUST-NAME
           MOVE CUST-EMAIL TO SX-CUST-EMAIL
           MOVE WS-YEAR TO SX-YEAR
           MOVE CUST-CURRENCY-CODE TO SX-CURRENCY-CODE
           MOVE WS-INTEREST-CHARGED TO SX-INTEREST-CHARGED
           MOVE WS-INTEREST-REVERSED TO SX-INTEREST-REVERSED
           MOVE WS-FEES-CHARGED TO SX-FEES-CHARGED
           MOVE WS-FEES-REVERSED TO SX-FEES-REVERSED
           MOVE WS-TOTAL-NET TO SX-TOTAL-NET
           MOVE WS-UNCONVERTED TO SX-UNCONVERTED-COUNT
           WRITE SUMMARY-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACTED-COUNT.

       WRITE-TAX-DETAIL.
           MOVE 'D' TO TX-D-REC-TYPE
           MOVE WS-CURRENT-CUST-ID TO TX-D-CUST-ID
           MOVE CUST-NAME TO TX-D-CUST-NAME
           MOVE CUST-CURRENCY-CODE TO TX-D-CURRENCY-CODE
           MOVE WS-INTEREST-CHARGED TO TX-D-INTEREST-CHARGED
           MOVE WS-INTEREST-REVERSED TO TX-D-INTEREST-REVERSED
           MOVE WS-NET-INTEREST TO TX-D-NET-INTEREST
           MOVE WS-FEES-CHARGED TO TX-D-FEES-CHARGED
           MOVE WS-FEES-REVERSED TO TX-D-FEES-REVERSED
           MOVE WS-NET-FEES TO TX-D-NET-FEES
           MOVE WS-TOTAL-NET TO TX-D-TOTAL-NET
           WRITE TAX-DETAIL-RECORD.

       FINALIZATION.
           MOVE SPACES TO TAX-TRAILER-RECORD
           MOVE 'T' TO TX-T-REC-TYPE
           MOVE WS-CUSTOMER-COUNT TO TX-T-CUST-COUNT
           MOVE WS-GRAND-NET-INTEREST TO TX-T-NET-INTEREST
           MOVE WS-GRAND-NET-FEES TO TX-T-NET-FEES
           WRITE TAX-TRAILER-RECORD

           MOVE 'History archived to (HARCCTL):' TO CT-LABEL
           MOVE WS-ARCHIVE-CUTOFF TO CT-TEXT
           WRITE CONTROL-REPORT-LINE FROM CTL-TEXT-LINE
           MOVE 'Archive generations read:' TO CT-LABEL
           IF WS-ARCHIVE-OPEN = 'Y'
              MOVE 'YES' TO CT-TEXT
           ELSE
              MOVE 'NO - NOT REQUIRED FOR THE YEAR' TO CT-TEXT
           END-IF
           WRITE CONTROL-REPORT-LINE FROM CTL-TEXT-LINE
           MOVE 'TRANHIST Postings In Year:' TO CC-LABEL
           MOVE WS-HIST-READ-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Archived Postings In Year:' TO CC-LABEL
           MOVE WS-ARCHIVE-READ-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Archived Postings Staged Back (Skipped):'
              TO CC-LABEL
           MOVE WS-STAGED-SKIP-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Interest And Fee Postings:' TO CC-LABEL
           MOVE WS-POSTINGS-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Postings Without Exchange Rate:' TO CC-LABEL
           MOVE WS-UNCONVERTED-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Customers Summarized:' TO CC-LABEL
           MOVE WS-CUSTOMER-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Summaries Printed:' TO CC-LABEL
           MOVE WS-PRINTED-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Summaries To Extract:' TO CC-LABEL
           MOVE WS-EXTRACTED-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Customers Not On Master:' TO CC-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-COUNT-LINE
           MOVE 'Net Interest (mixed currencies):' TO CA-LABEL
           MOVE WS-GRAND-NET-INTEREST TO CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-AMOUNT-LINE
           MOVE 'Net Fees (mixed currencies):' TO CA-LABEL
           MOVE WS-GRAND-NET-FEES TO CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM CTL-AMOUNT-LINE

           CLOSE CUSTOMER-FILE
           CLOSE TRAN-HISTORY-FILE
           IF WS-ARCHIVE-OPEN = 'Y'
              CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           IF WS-EXCH-FILE-OPEN = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           CLOSE SUMMARY-PRINT
           CLOSE SUMMARY-EXTRACT
           CLOSE TAX-EXTRACT
           CLOSE CONTROL-REPORT

           DISPLAY 'Annual Summary Complete'
           DISPLAY 'Customers Summarized: ' WS-CUSTOMER-COUNT
           DISPLAY 'Postings Without Exchange Rate: '
              WS-UNCONVERTED-COUNT.
