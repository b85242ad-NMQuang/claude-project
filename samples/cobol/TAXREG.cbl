       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREG.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * MONTHLY SALES-TAX LIABILITY REGISTER AND REMITTANCE EXTRACT   *
      * Builds the tax we owe for a month from the orders actually    *
      * invoiced in it: every ORDERFIL header invoiced (IN) or since  *
      * returned (RT) whose invoice date falls in the period adds     *
      * its taxable base (subtotal less discount) and tax; every      *
      * return on RETREG dated in the period takes off the taxable    *
      * base and tax it refunded. Cancelled orders and orders never   *
      * invoiced are left out. The register is grouped by the tax     *
      * rate and customer type PRICING taxed at, and the period net   *
      * is tied to the movement on the tax-payable account on GLBAL   *
      * with any difference shown. A fixed-layout remittance extract  *
      * TAXREMIT (header, one detail per rate and customer type,      *
      * trailer) goes to the tax filing.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

           SELECT TAX-SORT-FILE ASSIGN TO 'TAXSRT1'.

           SELECT TAX-REGISTER-REPORT ASSIGN TO 'TAXRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT TAX-REMITTANCE-FILE ASSIGN TO 'TAXREMIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       SD  TAX-SORT-FILE.
       01  TAX-SORT-RECORD.
           05 TS-TAX-RATE          PIC 9V9999.
           05 TS-CUST-TYPE         PIC X(1).
           05 TS-TAXABLE-BASE      PIC 9(10)V99.
           05 TS-TAX-COLLECTED     PIC 9(10)V99.
           05 TS-TAXABLE-REFUND    PIC 9(10)V99.
           05 TS-TAX-REFUNDED      PIC 9(10)V99.
           05 TS-SOURCE            PIC X(1).
              88 TS-FROM-INVOICE      VALUE 'I'.
              88 TS-FROM-RETURN       VALUE 'R'.

       FD  TAX-REGISTER-REPORT.
       01  TAX-REGISTER-LINE       PIC X(132).

       FD  TAX-REMITTANCE-FILE.
       01  TAX-REMIT-RECORD.
           05 TR-REC-TYPE          PIC X(1).
           05 TR-HEADER-DATA.
              10 TR-H-PERIOD       PIC X(7).
              10 TR-H-CREATED-DATE PIC X(8).
              10 TR-H-CURRENCY     PIC X(3).
              10 FILLER            PIC X(61).
           05 TR-DETAIL-DATA REDEFINES TR-HEADER-DATA.
              10 TR-D-TAX-RATE     PIC 9V9999.
              10 TR-D-CUST-TYPE    PIC X(1).
              10 TR-D-NET-BASE     PIC S9(12)V99.
              10 TR-D-NET-TAX      PIC S9(12)V99.
              10 TR-D-INVOICE-COUNT PIC 9(7).
              10 TR-D-RETURN-COUNT PIC 9(7).
              10 FILLER            PIC X(31).
           05 TR-TRAILER-DATA REDEFINES TR-HEADER-DATA.
              10 TR-T-DETAIL-COUNT PIC 9(7).
              10 TR-T-TOTAL-BASE   PIC S9(12)V99.
              10 TR-T-TOTAL-TAX    PIC S9(12)V99.
              10 FILLER            PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS         PIC XX.
       01  WS-AR-STATUS            PIC XX.
       01  WS-AR-FILE-OPEN         PIC X VALUE 'N'.
       01  WS-REG-STATUS           PIC XX.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-REMIT-STATUS         PIC XX.

       01  WS-ORDER-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-REG-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-FIRST-GROUP          PIC X VALUE 'Y'.

       01  WS-PERIOD               PIC X(7).
       01  WS-TAX-ACCOUNT          PIC X(8).
       01  WS-TAX-CURRENCY         PIC X(3) VALUE 'USD'.
       01  WS-INVOICE-PERIOD       PIC X(7).
       01  WS-ORDER-BASE           PIC 9(10)V99.
       01  WS-EVENT-TAX            PIC 9(10)V99.

       01  WS-CURRENT-RATE         PIC 9V9999.
       01  WS-CURRENT-TYPE         PIC X(1).
       01  WS-GROUP-BASE           PIC 9(12)V99.
       01  WS-GROUP-TAX            PIC 9(12)V99.
       01  WS-GROUP-REFUND-BASE    PIC 9(12)V99.
       01  WS-GROUP-REFUND-TAX     PIC 9(12)V99.
       01  WS-GROUP-INVOICES       PIC 9(7).
       01  WS-GROUP-RETURNS        PIC 9(7).
       01  WS-GROUP-NET-TAX        PIC S9(12)V99.

       01  WS-TOTAL-BASE           PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-TAX            PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-REFUND-BASE    PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-REFUND-TAX     PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-NET-TAX        PIC S9(12)V99 VALUE 0.
       01  WS-INVOICE-COUNT        PIC 9(7) VALUE 0.
       01  WS-RETURN-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXCLUDED-COUNT       PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.

       01  WS-GL-FOUND             PIC X VALUE 'N'.
       01  WS-GL-MOVEMENT          PIC S9(13)V99 VALUE 0.
       01  WS-GL-DIFFERENCE        PIC S9(13)V99 VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(46) VALUE
              '          SALES-TAX LIABILITY REGISTER'.
           05 FILLER               PIC X(8) VALUE 'PERIOD '.
           05 RH-PERIOD            PIC X(7).
           05 FILLER               PIC X(71) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(12) VALUE '  TAX RATE'.
           05 FILLER               PIC X(11) VALUE 'TYPE   INV'.
           05 FILLER               PIC X(20) VALUE
              '        TAXABLE BASE'.
           05 FILLER               PIC X(16) VALUE
              '   TAX COLLECTED'.
           05 FILLER               PIC X(9) VALUE '     RET'.
           05 FILLER               PIC X(16) VALUE
              '   BASE REFUNDED'.
           05 FILLER               PIC X(16) VALUE
              '    TAX REFUNDED'.
           05 FILLER               PIC X(16) VALUE
              '         NET TAX'.
           05 FILLER               PIC X(16) VALUE SPACES.

       01  GROUP-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-TAX-RATE          PIC 9.9999.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 GL-CUST-TYPE         PIC X(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 GL-INVOICES          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-BASE              PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-TAX               PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-RETURNS           PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-REFUND-BASE       PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-REFUND-TAX        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GL-NET-TAX           PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(14) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(80) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       01  SUMMARY-ACCOUNT-LINE.
           05 FILLER               PIC X(30) VALUE
              'GL Tax-Payable Account:'.
           05 SN-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SN-CURRENCY          PIC X(3).
           05 FILLER               PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT TAX-SORT-FILE
              ON ASCENDING KEY TS-TAX-RATE TS-CUST-TYPE
              INPUT PROCEDURE IS SELECT-TAX-EVENTS
              OUTPUT PROCEDURE IS REPORT-TAX-GROUPS
           PERFORM TIE-TO-GENERAL-LEDGER
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Sales-Tax Register'
           DISPLAY 'Enter Tax Period (CCYY-MM): '
           ACCEPT WS-PERIOD
           DISPLAY 'Enter Tax-Payable GL Account: '
           ACCEPT WS-TAX-ACCOUNT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           OPEN INPUT ORDER-FILE
           OPEN OUTPUT TAX-REGISTER-REPORT
           OPEN OUTPUT TAX-REMITTANCE-FILE
           IF WS-ORDER-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00' OR
              WS-REMIT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AR-ITEM-FILE
           IF WS-AR-STATUS = '00'
              MOVE 'Y' TO WS-AR-FILE-OPEN
           END-IF
           MOVE WS-PERIOD TO RH-PERIOD
           WRITE TAX-REGISTER-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE FROM COLUMN-HEADER
           MOVE 'H' TO TR-REC-TYPE
           MOVE SPACES TO TR-HEADER-DATA
           MOVE WS-PERIOD TO TR-H-PERIOD
           MOVE WS-ACCEPT-DATE TO TR-H-CREATED-DATE
           MOVE WS-TAX-CURRENCY TO TR-H-CURRENCY
           WRITE TAX-REMIT-RECORD.

      *    Two sources feed the sort: the invoiced orders (tax
      *    collected) and the returns register (tax refunded).
       SELECT-TAX-EVENTS.
           PERFORM SELECT-NEXT-ORDER UNTIL WS-ORDER-EOF-FLAG = 'Y'
           OPEN INPUT RETURNS-REGISTER
           IF WS-REG-STATUS = '00'
              PERFORM SELECT-NEXT-RETURN
                 UNTIL WS-REG-EOF-FLAG = 'Y'
              CLOSE RETURNS-REGISTER
           ELSE
              DISPLAY 'No returns register - no refunds in period'
           END-IF.

       SELECT-NEXT-ORDER.
           READ ORDER-FILE
              AT END
                 MOVE 'Y' TO WS-ORDER-EOF-FLAG
              NOT AT END
                 IF ORD-STATUS-INVOICED OR ORD-STATUS-RETURNED
                    PERFORM RELEASE-INVOICED-ORDER
                 ELSE
                    ADD 1 TO WS-EXCLUDED-COUNT
                 END-IF
           END-READ.

      *    The invoice date is the open item's when there is one;
      *    an invoiced order with no AR item falls back to its
      *    status timestamp, which INVPRINT set at invoicing.
       RELEASE-INVOICED-ORDER.
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
           END-IF
           IF WS-INVOICE-PERIOD = WS-PERIOD
              COMPUTE WS-ORDER-BASE =
                 ORD-SUBTOTAL - ORD-DISCOUNT-AMOUNT
              MOVE ORD-TAX-RATE TO TS-TAX-RATE
              MOVE ORD-CUST-TYPE TO TS-CUST-TYPE
              MOVE ORD-TAX-AMOUNT TO WS-EVENT-TAX
              PERFORM DEFAULT-RATE-AND-TYPE
              MOVE WS-ORDER-BASE TO TS-TAXABLE-BASE
              MOVE ORD-TAX-AMOUNT TO TS-TAX-COLLECTED
              MOVE 0 TO TS-TAXABLE-REFUND
              MOVE 0 TO TS-TAX-REFUNDED
              MOVE 'I' TO TS-SOURCE
              ADD 1 TO WS-INVOICE-COUNT
              RELEASE TAX-SORT-RECORD
           END-IF.

       SELECT-NEXT-RETURN.
           READ RETURNS-REGISTER
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              NOT AT END
                 IF RR-RETURN-DATE(1:7) = WS-PERIOD
                    MOVE RR-TAX-RATE TO TS-TAX-RATE
                    MOVE RR-CUST-TYPE TO TS-CUST-TYPE
                    MOVE RR-TAXABLE-REFUND TO WS-ORDER-BASE
                    MOVE RR-TAX-REFUNDED TO TS-TAX-REFUNDED
                    MOVE RR-TAX-REFUNDED TO WS-EVENT-TAX
                    PERFORM DEFAULT-RATE-AND-TYPE
                    MOVE 0 TO TS-TAXABLE-BASE
                    MOVE 0 TO TS-TAX-COLLECTED
                    MOVE RR-TAXABLE-REFUND TO TS-TAXABLE-REFUND
                    MOVE 'R' TO TS-SOURCE
                    ADD 1 TO WS-RETURN-COUNT
                    RELEASE TAX-SORT-RECORD
                 END-IF
           END-READ.

      *    Orders written before the rate and customer type were
      *    kept carry zero and space: the rate is recovered from
      *    the tax over its base, and the type is 'P', the only
      *    type ORDPROC has ever priced under.
       DEFAULT-RATE-AND-TYPE.
           IF TS-TAX-RATE = 0 AND WS-ORDER-BASE > 0
              COMPUTE TS-TAX-RATE ROUNDED =
                 WS-EVENT-TAX / WS-ORDER-BASE
           END-IF
           IF TS-CUST-TYPE = SPACE
              MOVE 'P' TO TS-CUST-TYPE
           END-IF.

       REPORT-TAX-GROUPS.
           PERFORM REPORT-NEXT-EVENT UNTIL WS-SORT-EOF-FLAG = 'Y'
           IF WS-FIRST-GROUP = 'N'
              PERFORM WRITE-GROUP-TOTALS
           END-IF.

       REPORT-NEXT-EVENT.
           RETURN TAX-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF WS-FIRST-GROUP = 'Y' OR
                    TS-TAX-RATE NOT = WS-CURRENT-RATE OR
                    TS-CUST-TYPE NOT = WS-CURRENT-TYPE
                    IF WS-FIRST-GROUP = 'N'
                       PERFORM WRITE-GROUP-TOTALS
                    END-IF
                    MOVE 'N' TO WS-FIRST-GROUP
                    PERFORM START-NEW-GROUP
                 END-IF
                 ADD TS-TAXABLE-BASE TO WS-GROUP-BASE
                 ADD TS-TAX-COLLECTED TO WS-GROUP-TAX
                 ADD TS-TAXABLE-REFUND TO WS-GROUP-REFUND-BASE
                 ADD TS-TAX-REFUNDED TO WS-GROUP-REFUND-TAX
                 IF TS-FROM-INVOICE
                    ADD 1 TO WS-GROUP-INVOICES
                 ELSE
                    ADD 1 TO WS-GROUP-RETURNS
                 END-IF
           END-RETURN.

       START-NEW-GROUP.
           MOVE TS-TAX-RATE TO WS-CURRENT-RATE
           MOVE TS-CUST-TYPE TO WS-CURRENT-TYPE
           MOVE 0 TO WS-GROUP-BASE
           MOVE 0 TO WS-GROUP-TAX
           MOVE 0 TO WS-GROUP-REFUND-BASE
           MOVE 0 TO WS-GROUP-REFUND-TAX
           MOVE 0 TO WS-GROUP-INVOICES
           MOVE 0 TO WS-GROUP-RETURNS.

       WRITE-GROUP-TOTALS.
           COMPUTE WS-GROUP-NET-TAX =
              WS-GROUP-TAX - WS-GROUP-REFUND-TAX
           ADD WS-GROUP-BASE TO WS-TOTAL-BASE
           ADD WS-GROUP-TAX TO WS-TOTAL-TAX
           ADD WS-GROUP-REFUND-BASE TO WS-TOTAL-REFUND-BASE
           ADD WS-GROUP-REFUND-TAX TO WS-TOTAL-REFUND-TAX
           MOVE WS-CURRENT-RATE TO GL-TAX-RATE
           MOVE WS-CURRENT-TYPE TO GL-CUST-TYPE
           MOVE WS-GROUP-INVOICES TO GL-INVOICES
           MOVE WS-GROUP-BASE TO GL-BASE
           MOVE WS-GROUP-TAX TO GL-TAX
           MOVE WS-GROUP-RETURNS TO GL-RETURNS
           MOVE WS-GROUP-REFUND-BASE TO GL-REFUND-BASE
           MOVE WS-GROUP-REFUND-TAX TO GL-REFUND-TAX
           MOVE WS-GROUP-NET-TAX TO GL-NET-TAX
           WRITE TAX-REGISTER-LINE FROM GROUP-LINE
           MOVE 'D' TO TR-REC-TYPE
           MOVE SPACES TO TR-DETAIL-DATA
           MOVE WS-CURRENT-RATE TO TR-D-TAX-RATE
           MOVE WS-CURRENT-TYPE TO TR-D-CUST-TYPE
           COMPUTE TR-D-NET-BASE =
              WS-GROUP-BASE - WS-GROUP-REFUND-BASE
           MOVE WS-GROUP-NET-TAX TO TR-D-NET-TAX
           MOVE WS-GROUP-INVOICES TO TR-D-INVOICE-COUNT
           MOVE WS-GROUP-RETURNS TO TR-D-RETURN-COUNT
           WRITE TAX-REMIT-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

      *    Tax payable is a credit balance: the period's net tax
      *    should equal the account's period-to-date credits less
      *    debits in the tax currency.
       TIE-TO-GENERAL-LEDGER.
           COMPUTE WS-TOTAL-NET-TAX =
              WS-TOTAL-TAX - WS-TOTAL-REFUND-TAX
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLB-STATUS = '00'
              MOVE WS-TAX-ACCOUNT TO GLB-ACCOUNT
              MOVE WS-TAX-CURRENCY TO GLB-CURRENCY
              READ GL-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-GL-FOUND
                    COMPUTE WS-GL-MOVEMENT =
                       GLB-PTD-CREDITS - GLB-PTD-DEBITS
              END-READ
              CLOSE GL-BALANCE-FILE
           END-IF
           COMPUTE WS-GL-DIFFERENCE =
              WS-TOTAL-NET-TAX - WS-GL-MOVEMENT.

       FINALIZATION.
           MOVE 'T' TO TR-REC-TYPE
           MOVE SPACES TO TR-TRAILER-DATA
           MOVE WS-DETAIL-COUNT TO TR-T-DETAIL-COUNT
           COMPUTE TR-T-TOTAL-BASE =
              WS-TOTAL-BASE - WS-TOTAL-REFUND-BASE
           MOVE WS-TOTAL-NET-TAX TO TR-T-TOTAL-TAX
           WRITE TAX-REMIT-RECORD

           MOVE SPACES TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE 'Invoices In Period:' TO SC-LABEL
           MOVE WS-INVOICE-COUNT TO SC-COUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Returns In Period:' TO SC-LABEL
           MOVE WS-RETURN-COUNT TO SC-COUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Orders Not Invoiced/Cancelled:' TO SC-LABEL
           MOVE WS-EXCLUDED-COUNT TO SC-COUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Taxable Base:' TO SA-LABEL
           MOVE WS-TOTAL-BASE TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Tax Collected:' TO SA-LABEL
           MOVE WS-TOTAL-TAX TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Taxable Base Refunded:' TO SA-LABEL
           MOVE WS-TOTAL-REFUND-BASE TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Tax Refunded:' TO SA-LABEL
           MOVE WS-TOTAL-REFUND-TAX TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Net Tax Due For Period:' TO SA-LABEL
           MOVE WS-TOTAL-NET-TAX TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE SPACES TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE WS-TAX-ACCOUNT TO SN-ACCOUNT
           MOVE WS-TAX-CURRENCY TO SN-CURRENCY
           WRITE TAX-REGISTER-LINE FROM SUMMARY-ACCOUNT-LINE
           MOVE 'GL Period Movement:' TO SA-LABEL
           MOVE WS-GL-MOVEMENT TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Difference:' TO SA-LABEL
           MOVE WS-GL-DIFFERENCE TO SA-AMOUNT
           WRITE TAX-REGISTER-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE SPACES TO TAX-REGISTER-LINE
           IF WS-GL-FOUND = 'N'
              MOVE '*** TAX-PAYABLE ACCOUNT NOT ON GLBAL ***'
                 TO TAX-REGISTER-LINE
           ELSE
              IF WS-GL-DIFFERENCE = 0
                 MOVE 'Register ties to the general ledger'
                    TO TAX-REGISTER-LINE
              ELSE
                 MOVE '*** REGISTER DOES NOT TIE TO THE GL ***'
                    TO TAX-REGISTER-LINE
              END-IF
           END-IF
           WRITE TAX-REGISTER-LINE

           CLOSE ORDER-FILE
           IF WS-AR-FILE-OPEN = 'Y'
              CLOSE AR-ITEM-FILE
           END-IF
           CLOSE TAX-REGISTER-REPORT
           CLOSE TAX-REMITTANCE-FILE

           DISPLAY 'Sales-Tax Register Complete'
           DISPLAY 'Net Tax Due: ' WS-TOTAL-NET-TAX
           DISPLAY 'GL Difference: ' WS-GL-DIFFERENCE
           IF WS-GL-FOUND = 'N' OR WS-GL-DIFFERENCE NOT = 0
              MOVE 8 TO RETURN-CODE
           END-IF.
