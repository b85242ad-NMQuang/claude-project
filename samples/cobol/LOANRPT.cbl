       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * LOAN PORTFOLIO REPORT                                         *
      * Lists every active loan on LOANMAST, largest outstanding      *
      * principal first, with its contract terms, instalments paid    *
      * against term, maturity date and days past due as LOANARR last *
      * left them. Loans are grouped by currency, since principal in  *
      * different currencies cannot be added, and each currency gets  *
      * its own count, booked and outstanding principal and arrears   *
      * subtotal.                                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT PORTFOLIO-SORT-FILE ASSIGN TO 'LOANSRT2'.

           SELECT PORTFOLIO-REPORT ASSIGN TO 'LOANPRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  PORTFOLIO-SORT-FILE.
       01  PORTFOLIO-SORT-RECORD.
           05 PS-CURRENCY-CODE     PIC X(3).
           05 PS-OUTSTANDING       PIC 9(10)V99.
           05 PS-CUST-ID           PIC 9(10).
           05 PS-ACCT-NO           PIC 9(4).
           05 PS-CUST-NAME         PIC X(24).
           05 PS-PRINCIPAL         PIC 9(10)V99.
           05 PS-ANNUAL-RATE       PIC 9(2)V9(4).
           05 PS-INSTALMENTS-PAID  PIC 9(3).
           05 PS-TERM-MONTHS       PIC 9(3).
           05 PS-MATURITY-DATE     PIC X(10).
           05 PS-ARREARS-AMOUNT    PIC 9(10)V99.
           05 PS-DAYS-PAST-DUE     PIC 9(5).

       FD  PORTFOLIO-REPORT.
       01  PORTFOLIO-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-LOAN-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DIGITS           PIC 9(8).
       01  WS-PREV-CURRENCY        PIC X(3) VALUE SPACES.

       01  WS-CCY-LOAN-COUNT       PIC 9(7) VALUE 0.
       01  WS-CCY-ARREARS-COUNT    PIC 9(7) VALUE 0.
       01  WS-CCY-PRINCIPAL        PIC 9(12)V99 VALUE 0.
       01  WS-CCY-OUTSTANDING      PIC 9(12)V99 VALUE 0.
       01  WS-CCY-ARREARS          PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-LOAN-COUNT     PIC 9(7) VALUE 0.
       01  WS-TOTAL-ARREARS-COUNT  PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '          LOAN PORTFOLIO REPORT'.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(67) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(12) VALUE '  CUSTOMER'.
           05 FILLER               PIC X(6) VALUE 'ACCT'.
           05 FILLER               PIC X(26) VALUE 'NAME'.
           05 FILLER               PIC X(5) VALUE 'CCY'.
           05 FILLER               PIC X(19) VALUE
              '        PRINCIPAL  '.
           05 FILLER               PIC X(9) VALUE '   RATE  '.
           05 FILLER               PIC X(9) VALUE 'PAID/TRM '.
           05 FILLER               PIC X(12) VALUE 'MATURITY'.
           05 FILLER               PIC X(19) VALUE
              '      OUTSTANDING  '.
           05 FILLER               PIC X(15) VALUE 'DAYS PAST DUE'.

       01  DETAIL-LINE.
           05 DL-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ACCT-NO           PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-NAME         PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CURRENCY-CODE     PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-PRINCIPAL         PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ANNUAL-RATE       PIC Z9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-INSTALMENTS-PAID  PIC ZZ9.
           05 FILLER               PIC X(1) VALUE '/'.
           05 DL-TERM-MONTHS       PIC 999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-MATURITY-DATE     PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OUTSTANDING       PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS-PAST-DUE     PIC ZZ,ZZ9.
           05 FILLER               PIC X(9) VALUE SPACES.

       01  SUBTOTAL-COUNT-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ST-CURRENCY-CODE     PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ST-LABEL             PIC X(30).
           05 ST-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(87) VALUE SPACES.

       01  SUBTOTAL-AMOUNT-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SA-CURRENCY-CODE     PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(76) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT PORTFOLIO-SORT-FILE
              ON ASCENDING KEY PS-CURRENCY-CODE
              ON DESCENDING KEY PS-OUTSTANDING
              INPUT PROCEDURE IS SELECT-ACTIVE-LOANS
              OUTPUT PROCEDURE IS REPORT-PORTFOLIO
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Loan Portfolio Report'
           DISPLAY 'Enter Run Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-RUN-DIGITS FROM DATE YYYYMMDD
              MOVE WS-RUN-DIGITS(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-RUN-DIGITS(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-RUN-DIGITS(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT LOAN-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT PORTFOLIO-REPORT
           IF WS-LOAN-STATUS NOT = '00' OR
              WS-CUST-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE PORTFOLIO-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE FROM COLUMN-HEADER.

       SELECT-ACTIVE-LOANS.
           PERFORM SELECT-NEXT-LOAN UNTIL WS-LOAN-EOF-FLAG = 'Y'.

       SELECT-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LOAN-EOF-FLAG
              NOT AT END
                 IF LN-ACTIVE
                    PERFORM RELEASE-LOAN
                 END-IF
           END-READ.

       RELEASE-LOAN.
           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE SPACES TO CUST-NAME
              NOT INVALID KEY
                 CONTINUE
           END-READ
           MOVE LN-CURRENCY-CODE TO PS-CURRENCY-CODE
           MOVE LN-OUTSTANDING-PRINCIPAL TO PS-OUTSTANDING
           MOVE LN-CUST-ID TO PS-CUST-ID
           MOVE LN-ACCT-NO TO PS-ACCT-NO
           MOVE CUST-NAME TO PS-CUST-NAME
           MOVE LN-PRINCIPAL TO PS-PRINCIPAL
           MOVE LN-ANNUAL-RATE TO PS-ANNUAL-RATE
           MOVE LN-INSTALMENTS-PAID TO PS-INSTALMENTS-PAID
           MOVE LN-TERM-MONTHS TO PS-TERM-MONTHS
           MOVE LN-MATURITY-DATE TO PS-MATURITY-DATE
           IF LN-IN-ARREARS
              MOVE LN-ARREARS-AMOUNT TO PS-ARREARS-AMOUNT
              MOVE LN-DAYS-PAST-DUE TO PS-DAYS-PAST-DUE
           ELSE
              MOVE 0 TO PS-ARREARS-AMOUNT
              MOVE 0 TO PS-DAYS-PAST-DUE
           END-IF
           RELEASE PORTFOLIO-SORT-RECORD.

       REPORT-PORTFOLIO.
           PERFORM REPORT-NEXT-LOAN UNTIL WS-SORT-EOF-FLAG = 'Y'
           IF WS-PREV-CURRENCY NOT = SPACES
              PERFORM WRITE-CURRENCY-SUBTOTAL
           END-IF.

       REPORT-NEXT-LOAN.
           RETURN PORTFOLIO-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF PS-CURRENCY-CODE NOT = WS-PREV-CURRENCY
                    IF WS-PREV-CURRENCY NOT = SPACES
                       PERFORM WRITE-CURRENCY-SUBTOTAL
                    END-IF
                    MOVE PS-CURRENCY-CODE TO WS-PREV-CURRENCY
                 END-IF
                 ADD 1 TO WS-CCY-LOAN-COUNT
                 ADD PS-PRINCIPAL TO WS-CCY-PRINCIPAL
                 ADD PS-OUTSTANDING TO WS-CCY-OUTSTANDING
                 IF PS-ARREARS-AMOUNT > 0
                    ADD 1 TO WS-CCY-ARREARS-COUNT
                    ADD PS-ARREARS-AMOUNT TO WS-CCY-ARREARS
                 END-IF
                 PERFORM WRITE-LOAN-LINE
           END-RETURN.

       WRITE-LOAN-LINE.
           MOVE PS-CUST-ID TO DL-CUST-ID
           MOVE PS-ACCT-NO TO DL-ACCT-NO
           MOVE PS-CUST-NAME TO DL-CUST-NAME
           MOVE PS-CURRENCY-CODE TO DL-CURRENCY-CODE
           MOVE PS-PRINCIPAL TO DL-PRINCIPAL
           MOVE PS-ANNUAL-RATE TO DL-ANNUAL-RATE
           MOVE PS-INSTALMENTS-PAID TO DL-INSTALMENTS-PAID
           MOVE PS-TERM-MONTHS TO DL-TERM-MONTHS
           MOVE PS-MATURITY-DATE TO DL-MATURITY-DATE
           MOVE PS-OUTSTANDING TO DL-OUTSTANDING
           MOVE PS-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE
           WRITE PORTFOLIO-REPORT-LINE FROM DETAIL-LINE.

       WRITE-CURRENCY-SUBTOTAL.
           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           MOVE WS-PREV-CURRENCY TO ST-CURRENCY-CODE
           MOVE WS-PREV-CURRENCY TO SA-CURRENCY-CODE
           MOVE 'Active Loans:' TO ST-LABEL
           MOVE WS-CCY-LOAN-COUNT TO ST-COUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUBTOTAL-COUNT-LINE
           MOVE 'Principal Booked:' TO SA-LABEL
           MOVE WS-CCY-PRINCIPAL TO SA-AMOUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUBTOTAL-AMOUNT-LINE
           MOVE 'Principal Outstanding:' TO SA-LABEL
           MOVE WS-CCY-OUTSTANDING TO SA-AMOUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUBTOTAL-AMOUNT-LINE
           MOVE 'Loans In Arrears:' TO ST-LABEL
           MOVE WS-CCY-ARREARS-COUNT TO ST-COUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUBTOTAL-COUNT-LINE
           MOVE 'Arrears Amount:' TO SA-LABEL
           MOVE WS-CCY-ARREARS TO SA-AMOUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUBTOTAL-AMOUNT-LINE
           MOVE SPACES TO PORTFOLIO-REPORT-LINE
           WRITE PORTFOLIO-REPORT-LINE
           ADD WS-CCY-LOAN-COUNT TO WS-TOTAL-LOAN-COUNT
           ADD WS-CCY-ARREARS-COUNT TO WS-TOTAL-ARREARS-COUNT
           MOVE 0 TO WS-CCY-LOAN-COUNT
           MOVE 0 TO WS-CCY-ARREARS-COUNT
           MOVE 0 TO WS-CCY-PRINCIPAL
           MOVE 0 TO WS-CCY-OUTSTANDING
           MOVE 0 TO WS-CCY-ARREARS.

       FINALIZATION.
           MOVE 'Total Active Loans:' TO SC-LABEL
           MOVE WS-TOTAL-LOAN-COUNT TO SC-COUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Total Loans In Arrears:' TO SC-LABEL
           MOVE WS-TOTAL-ARREARS-COUNT TO SC-COUNT
           WRITE PORTFOLIO-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PORTFOLIO-REPORT

           DISPLAY 'Loan Portfolio Report Complete'
           DISPLAY 'Active Loans: ' WS-TOTAL-LOAN-COUNT.
