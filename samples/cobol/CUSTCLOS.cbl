       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLOS.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER-REQUESTED ACCOUNT CLOSURE                            *
      * Takes a customer who has asked to leave from open to closed   *
      * with nothing left behind. REQUEST mode cancels every          *
      * STORDERS standing order the customer pays or receives,        *
      * releases the HOLDFILE instruction and the LIMOVRD override,   *
      * lists any value-dated items still waiting on WHSEFILE for     *
      * the branch to decide on, and pays the remaining balance out   *
      * to a nominated payout customer with a generated TR on the     *
      * ORDTRANF extract, so posting and GL stay consistent.          *
      * Because that transfer posts on the next BATCHJOB run, the     *
      * customer is remembered on CLOSPEND; CLOSE mode closes every   *
      * remembered customer whose balance has reached zero and who    *
      * has nothing left on the warehouse, prints the final           *
      * statement on CLOSSTMT and writes the standard AUDITLOG        *
      * image. CLOSRPT records what each run did.                     *
      * Generated TRAN-IDs are run-date x 10**7 + 9,000,000 + the     *
      * closing customer's low six digits.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO 'STORDERS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS WS-SO-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-CUST-ID
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO 'LIMOVRD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LO-CUST-ID
           FILE STATUS IS WS-OVRD-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO 'WHSEFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WH-KEY
           FILE STATUS IS WS-WHSE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BALH-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCH-KEY
           FILE STATUS IS WS-EXCH-STATUS.

           SELECT CLOSE-PENDING-FILE ASSIGN TO 'CLOSPEND'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUST-ID
           FILE STATUS IS WS-PEND-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'ORDTRANF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOSURE-REPORT ASSIGN TO 'CLOSRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT FINAL-STATEMENT ASSIGN TO 'CLOSSTMT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 SO-ID                PIC 9(10).
           05 SO-CUST-ID           PIC 9(10).
           05 SO-TYPE              PIC X(2).
           05 SO-TO-CUST-ID        PIC 9(10).
           05 SO-AMOUNT            PIC 9(10)V99.
           05 SO-CURRENCY-CODE     PIC X(3).
           05 SO-FREQUENCY         PIC X(2).
           05 SO-NEXT-RUN-DATE     PIC X(10).
           05 SO-FINAL-RUN-DATE    PIC X(10).
           05 SO-STATUS            PIC X(1).
              88 SO-ACTIVE         VALUE 'A'.
              88 SO-CANCELLED      VALUE 'C'.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-CUST-ID         PIC 9(10).
           05 HOLD-TYPE            PIC X(2).
           05 HOLD-THRESHOLD-AMOUNT PIC 9(10)V99.
           05 HOLD-PLACED-DATE     PIC X(10).
           05 HOLD-EXPIRY-DATE     PIC X(10).
           05 HOLD-REASON          PIC X(50).
           05 HOLD-ACCT-NO         PIC 9(4).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 LO-CUST-ID           PIC 9(10).
           05 LO-OVERRIDE-LIMIT    PIC 9(10)V99.
           05 LO-START-DATE        PIC X(10).
           05 LO-EXPIRY-DATE       PIC X(10).
           05 LO-OPERATOR          PIC X(8).

       FD  WAREHOUSE-FILE.
       01  WAREHOUSE-RECORD.
           05 WH-KEY.
              10 WH-DUE-DATE       PIC X(10).
              10 WH-TRAN-ID        PIC 9(15).
           05 WH-CUST-ID           PIC 9(10).
           05 WH-TYPE              PIC X(2).
           05 WH-AMOUNT            PIC S9(10)V99.
           05 WH-TIME              PIC X(8).
           05 WH-TO-CUST-ID        PIC 9(10).
           05 WH-CURRENCY-CODE     PIC X(3).
           05 WH-LOADED-DATE       PIC X(10).
           05 WH-BRANCH-ID         PIC X(3).

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

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           05 BH-KEY.
              10 BH-CUST-ID        PIC 9(10).
              10 BH-DATE           PIC X(10).
           05 BH-BALANCE           PIC S9(10)V99.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 EXCH-KEY.
              10 EXCH-FROM-CURRENCY   PIC X(3).
              10 EXCH-TO-CURRENCY     PIC X(3).
              10 EXCH-EFF-DATE        PIC X(10).
           05 EXCH-RATE               PIC 9(6)V9999.

       FD  CLOSE-PENDING-FILE.
       01  CLOSE-PENDING-RECORD.
           05 CP-CUST-ID           PIC 9(10).
           05 CP-PAYOUT-ID         PIC 9(10).
           05 CP-REQUEST-DATE      PIC X(10).
           05 CP-SETTLE-TRAN-ID    PIC 9(15).
           05 CP-SETTLE-AMOUNT     PIC S9(10)V99.
           05 CP-CURRENCY-CODE     PIC X(3).
           05 CP-OPERATOR          PIC X(8).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-ID               PIC 9(15).
           05 TRAN-CUST-ID          PIC 9(10).
           05 TRAN-TYPE             PIC X(2).
           05 TRAN-AMOUNT           PIC S9(10)V99.
           05 TRAN-DATE             PIC X(10).
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(20).
           05 AUD-OPERATION        PIC X(10).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-OLD-IMAGE.
              10 OLD-CUST-ID           PIC 9(10).
              10 OLD-CUST-NAME         PIC X(50).
              10 OLD-CUST-EMAIL        PIC X(100).
              10 OLD-CUST-PHONE        PIC X(20).
              10 OLD-CUST-ADDRESS      PIC X(200).
              10 OLD-CUST-BALANCE      PIC S9(10)V99.
              10 OLD-CUST-CREDIT-LIMIT PIC 9(10)V99.
              10 OLD-CUST-CURRENCY-CODE PIC X(3).
              10 OLD-CUST-STATUS       PIC X(1).
              10 OLD-CUST-CREATED-DATE PIC X(10).
           05 AUD-NEW-IMAGE.
              10 NEW-CUST-ID           PIC 9(10).
              10 NEW-CUST-NAME         PIC X(50).
              10 NEW-CUST-EMAIL        PIC X(100).
              10 NEW-CUST-PHONE        PIC X(20).
              10 NEW-CUST-ADDRESS      PIC X(200).
              10 NEW-CUST-BALANCE      PIC S9(10)V99.
              10 NEW-CUST-CREDIT-LIMIT PIC 9(10)V99.
              10 NEW-CUST-CURRENCY-CODE PIC X(3).
              10 NEW-CUST-STATUS       PIC X(1).
              10 NEW-CUST-CREATED-DATE PIC X(10).

       FD  CLOSURE-REPORT.
       01  CLOSURE-REPORT-LINE     PIC X(132).

       FD  FINAL-STATEMENT.
       01  STATEMENT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-SO-STATUS            PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-OVRD-STATUS          PIC XX.
       01  WS-WHSE-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-BALH-STATUS          PIC XX.
       01  WS-EXCH-STATUS          PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-STMT-STATUS          PIC XX.
       01  WS-WHSE-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-BALH-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-EXCH-FILE-OPEN       PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.

       01  WS-RUN-MODE             PIC X(7).
           88 REQUEST-MODE         VALUE 'REQUEST'.
           88 CLOSE-MODE           VALUE 'CLOSE'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SCAN-EOF             PIC X.
       01  WS-CLOSING-ID           PIC 9(10).
       01  WS-PAYOUT-ID            PIC 9(10).
       01  WS-CLOSING-BALANCE      PIC S9(10)V99.
       01  WS-CLOSING-CURRENCY     PIC X(3).
       01  WS-SETTLE-AMOUNT        PIC 9(10)V99.
       01  WS-SETTLE-TRAN-ID       PIC 9(15) VALUE 0.
       01  WS-LIST-WAREHOUSE       PIC X VALUE 'N'.

       01  WS-ORDERS-CANCELLED     PIC 9(5) VALUE 0.
       01  WS-HOLDS-RELEASED       PIC 9(3) VALUE 0.
       01  WS-OVERRIDES-RELEASED   PIC 9(3) VALUE 0.
       01  WS-WHSE-COUNT           PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT         PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(5) VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).

       01  WS-START-DATE           PIC X(10).
       01  WS-PRIOR-DATE           PIC X(10).
       01  WS-PRIOR-INTEGER        PIC 9(8).
       01  WS-PRIOR-SERIAL         PIC 9(7).
       01  WS-OPENING-BALANCE      PIC S9(10)V99.
       01  WS-RUNNING-BALANCE      PIC S9(12)V99.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-CONVERTED-AMOUNT     PIC S9(10)V99.
       01  WS-DIRECTION            PIC X(4).
       01  WS-TRAN-COUNT           PIC 9(6) VALUE 0.
       01  WS-UNCONVERTED-COUNT    PIC 9(6) VALUE 0.
       01  WS-TOTAL-DEBITS         PIC S9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC S9(12)V99 VALUE 0.

       01  RL-HEADER-LINE.
           05 FILLER               PIC X(40) VALUE
              '          ACCOUNT CLOSURE REPORT'.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RL-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(9) VALUE '   Mode: '.
           05 RL-MODE              PIC X(7).
           05 FILLER               PIC X(55) VALUE SPACES.

       01  RL-CUSTOMER-LINE.
           05 FILLER               PIC X(10) VALUE 'Customer: '.
           05 RL-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-CUST-NAME         PIC X(50).
           05 FILLER               PIC X(60) VALUE SPACES.

       01  RL-DETAIL-LINE.
           05 RL-LABEL             PIC X(40).
           05 RL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       01  RL-SETTLE-LINE.
           05 FILLER               PIC X(21) VALUE
              'Settlement Transfer: '.
           05 RL-SETTLE-TRAN-ID    PIC Z(14)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-SETTLE-FROM       PIC Z(9)9.
           05 FILLER               PIC X(4) VALUE ' -> '.
           05 RL-SETTLE-TO         PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-SETTLE-AMOUNT     PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RL-SETTLE-CURRENCY   PIC X(3).
           05 FILLER               PIC X(47) VALUE SPACES.

       01  RL-WAREHOUSE-LINE.
           05 FILLER               PIC X(10) VALUE 'WAREHOUSE '.
           05 RL-WH-TRAN-ID        PIC Z(14)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-WH-CUST-ID        PIC Z(9)9.
           05 FILLER               PIC X(4) VALUE ' -> '.
           05 RL-WH-TO-CUST-ID     PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-WH-TYPE           PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RL-WH-AMOUNT         PIC -$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RL-WH-CURRENCY       PIC X(3).
           05 FILLER               PIC X(6) VALUE ' Due: '.
           05 RL-WH-DUE-DATE       PIC X(10).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  RL-MESSAGE-LINE.
           05 RL-MESSAGE           PIC X(80).
           05 FILLER               PIC X(52) VALUE SPACES.

       01  STATEMENT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     FINAL STATEMENT - ACCOUNT CLOSED'.
           05 FILLER               PIC X(92) VALUE SPACES.

       01  STATEMENT-HEADER-2.
           05 FILLER               PIC X(15) VALUE 'Customer ID: '.
           05 SH-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SH-CUST-NAME         PIC X(50).
           05 FILLER               PIC X(53) VALUE SPACES.

       01  STATEMENT-HEADER-3.
           05 FILLER               PIC X(8) VALUE 'Period: '.
           05 SH-START-DATE        PIC X(10).
           05 FILLER               PIC X(4) VALUE ' to '.
           05 SH-END-DATE          PIC X(10).
           05 FILLER               PIC X(17) VALUE
              '   Closed Date:  '.
           05 SH-CLOSED-DATE       PIC X(10).
           05 FILLER               PIC X(73) VALUE SPACES.

       01  STATEMENT-HEADER-4.
           05 FILLER               PIC X(21) VALUE
              'Balance paid out to: '.
           05 SH-PAYOUT-ID         PIC Z(9)9.
           05 FILLER               PIC X(101) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(58) VALUE
              'TRAN ID         DATE       TYPE DIR  AMOUNT       CUR'.
           05 FILLER               PIC X(74) VALUE '     BALANCE'.

       01  DETAIL-LINE.
           05 DL-TRAN-ID           PIC Z(14)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-DATE              PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-TYPE              PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DIRECTION         PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-AMOUNT            PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CURRENCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-RUNNING-BAL       PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(60) VALUE SPACES.

       01  OPENING-BALANCE-LINE.
           05 FILLER               PIC X(18) VALUE
              'Opening Balance:  '.
           05 OB-AMOUNT            PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(100) VALUE SPACES.

       01  CLOSING-BALANCE-LINE.
           05 FILLER               PIC X(18) VALUE
              'Closing Balance:  '.
           05 CB-AMOUNT            PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(100) VALUE SPACES.

       01  SUMMARY-LINE-1.
           05 FILLER               PIC X(24) VALUE
              'Transactions in period: '.
           05 SL-TRAN-COUNT        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(101) VALUE SPACES.

       01  SUMMARY-LINE-2.
           05 FILLER               PIC X(16) VALUE
              'Total Debits:  '.
           05 SL-TOTAL-DEBITS      PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(102) VALUE SPACES.

       01  SUMMARY-LINE-3.
           05 FILLER               PIC X(16) VALUE
              'Total Credits: '.
           05 SL-TOTAL-CREDITS     PIC -$$,$$$,$$9.99.
           05 FILLER               PIC X(102) VALUE SPACES.

       01  SUMMARY-LINE-4.
           05 FILLER               PIC X(49) VALUE
              'Unconverted transactions excluded from totals: '.
           05 SL-UNCONVERTED-COUNT PIC ZZZ,ZZ9.
           05 FILLER               PIC X(76) VALUE SPACES.

       01  SUMMARY-LINE-5.
           05 FILLER               PIC X(40) VALUE
              'This account is now closed.'.
           05 FILLER               PIC X(92) VALUE SPACES.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           IF REQUEST-MODE
              PERFORM REQUEST-CLOSURE
           ELSE
              PERFORM CLOSE-PENDING-CUSTOMERS
                 UNTIL WS-EOF-FLAG = 'Y'
           END-IF
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Customer Account Closure'
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Supervisor sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Enter Mode (REQUEST/CLOSE): '
           ACCEPT WS-RUN-MODE
           IF NOT REQUEST-MODE AND NOT CLOSE-MODE
              DISPLAY 'Invalid mode'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening customer file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CLOSE-PENDING-FILE
           IF WS-PEND-STATUS NOT = '00'
              OPEN OUTPUT CLOSE-PENDING-FILE
              CLOSE CLOSE-PENDING-FILE
              OPEN I-O CLOSE-PENDING-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN OUTPUT CLOSURE-REPORT
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening closure report'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-TODAY-FMT TO RL-RUN-DATE
           MOVE WS-RUN-MODE TO RL-MODE
           WRITE CLOSURE-REPORT-LINE FROM RL-HEADER-LINE
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WHSE-STATUS = '00'
              MOVE 'Y' TO WS-WHSE-FILE-OPEN
           END-IF
           IF REQUEST-MODE
              OPEN I-O STANDING-ORDER-FILE
              OPEN I-O HOLD-FILE
              OPEN I-O OVERRIDE-FILE
           ELSE
              OPEN INPUT TRAN-HISTORY-FILE
              OPEN OUTPUT FINAL-STATEMENT
              IF WS-HIST-STATUS NOT = '00' OR
                 WS-STMT-STATUS NOT = '00'
                 DISPLAY 'Error opening files'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN INPUT BALANCE-HISTORY-FILE
              IF WS-BALH-STATUS = '00'
                 MOVE 'Y' TO WS-BALH-FILE-OPEN
              END-IF
              OPEN INPUT EXCHANGE-RATE-FILE
              IF WS-EXCH-STATUS = '00'
                 MOVE 'Y' TO WS-EXCH-FILE-OPEN
              END-IF
              MOVE 0 TO CP-CUST-ID
              START CLOSE-PENDING-FILE
                 KEY IS NOT LESS THAN CP-CUST-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-FLAG
                 NOT INVALID KEY
                    CONTINUE
              END-START
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       SUPERVISOR-SIGN-ON.
           MOVE 'CUSTCLOS' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE 'N' TO WS-SIGNON-OK
           IF SGN-OK = 'Y'
              IF SGN-AUTHORITY = 'S'
                 MOVE 'Y' TO WS-SIGNON-OK
                 MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
              ELSE
                 DISPLAY 'Supervisor authority required'
              END-IF
           END-IF.

      *    Only an active customer can ask to leave this way: a
      *    dormant one has its postings suspended, so the settlement
      *    would never post until CUSTMGMT REACTIVATE restores it.
      *    The payout customer must be active and someone else.
       REQUEST-CLOSURE.
           DISPLAY 'Enter Closing Customer ID: '
           ACCEPT WS-CLOSING-ID
           DISPLAY 'Enter Payout Customer ID: '
           ACCEPT WS-PAYOUT-ID
           IF WS-CLOSING-ID = WS-PAYOUT-ID
              DISPLAY 'Payout customer must be a different customer'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-CLOSING-ID TO CP-CUST-ID
           READ CLOSE-PENDING-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY 'Closure already requested on '
                    CP-REQUEST-DATE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE WS-PAYOUT-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Payout customer not found'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              NOT INVALID KEY
                 IF CUST-STATUS NOT = 'A'
                    DISPLAY 'Payout customer is not active'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ
           MOVE WS-CLOSING-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Closing customer not found'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              NOT INVALID KEY
                 IF CUST-STATUS NOT = 'A'
                    DISPLAY 'Closing customer is not active - '
                       'reactivate a dormant customer first'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE CUST-BALANCE TO WS-CLOSING-BALANCE
                 MOVE CUST-CURRENCY-CODE TO WS-CLOSING-CURRENCY
           END-READ
           MOVE CUST-ID TO RL-CUST-ID
           MOVE CUST-NAME TO RL-CUST-NAME
           WRITE CLOSURE-REPORT-LINE FROM RL-CUSTOMER-LINE
           PERFORM CANCEL-STANDING-ORDERS
           PERFORM RELEASE-HOLD
           PERFORM RELEASE-OVERRIDE
           MOVE 'Y' TO WS-LIST-WAREHOUSE
           PERFORM SCAN-WAREHOUSE
           PERFORM SETTLE-BALANCE
           PERFORM RECORD-PENDING-CLOSURE
           PERFORM WRITE-REQUEST-REPORT.

      *    Both sides go: the customer's own payments out and
      *    anyone else's payments in, which would otherwise land on
      *    a closed account and be rejected every cycle.
       CANCEL-STANDING-ORDERS.
           MOVE 0 TO SO-ID
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-ID
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-SCAN-EOF
           END-START
           PERFORM CANCEL-NEXT-STANDING-ORDER
              UNTIL WS-SCAN-EOF = 'Y'.

       CANCEL-NEXT-STANDING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT AT END
                 IF (SO-CUST-ID = WS-CLOSING-ID OR
                     SO-TO-CUST-ID = WS-CLOSING-ID) AND
                    NOT SO-CANCELLED
                    MOVE 'C' TO SO-STATUS
                    REWRITE STANDING-ORDER-RECORD
                    IF WS-SO-STATUS = '00'
                       ADD 1 TO WS-ORDERS-CANCELLED
                    END-IF
                 END-IF
           END-READ.

       RELEASE-HOLD.
           MOVE WS-CLOSING-ID TO HOLD-CUST-ID
           READ HOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE HOLD-FILE RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-RELEASED
                 END-DELETE
           END-READ.

       RELEASE-OVERRIDE.
           MOVE WS-CLOSING-ID TO LO-CUST-ID
           READ OVERRIDE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE OVERRIDE-FILE RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-OVERRIDES-RELEASED
                 END-DELETE
           END-READ.

      *    Warehoused items are the branch's call - a payment the
      *    customer arranged may still be wanted, or may need to be
      *    withdrawn from the load feed - so they are listed, never
      *    removed. CLOSE mode holds the closure back while any
      *    remain, since a release after closure would post to a
      *    closed account.
       SCAN-WAREHOUSE.
           MOVE 0 TO WS-WHSE-COUNT
           IF WS-WHSE-FILE-OPEN = 'Y'
              MOVE LOW-VALUES TO WH-KEY
              START WAREHOUSE-FILE KEY IS NOT LESS THAN WH-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-SCAN-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO WS-SCAN-EOF
              END-START
              PERFORM SCAN-NEXT-WAREHOUSE-ITEM
                 UNTIL WS-SCAN-EOF = 'Y'
           END-IF.

       SCAN-NEXT-WAREHOUSE-ITEM.
           READ WAREHOUSE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT AT END
                 IF WH-CUST-ID = WS-CLOSING-ID OR
                    WH-TO-CUST-ID = WS-CLOSING-ID
                    ADD 1 TO WS-WHSE-COUNT
                    IF WS-LIST-WAREHOUSE = 'Y'
                       MOVE WH-TRAN-ID TO RL-WH-TRAN-ID
                       MOVE WH-CUST-ID TO RL-WH-CUST-ID
                       MOVE WH-TO-CUST-ID TO RL-WH-TO-CUST-ID
                       MOVE WH-TYPE TO RL-WH-TYPE
                       MOVE WH-AMOUNT TO RL-WH-AMOUNT
                       MOVE WH-CURRENCY-CODE TO RL-WH-CURRENCY
                       MOVE WH-DUE-DATE TO RL-WH-DUE-DATE
                       WRITE CLOSURE-REPORT-LINE
                          FROM RL-WAREHOUSE-LINE
                    END-IF
                 END-IF
           END-READ.

      *    The balance leaves through posting, not by hand: a credit
      *    balance transfers closing-to-payout, an overdraft is met
      *    by the payout customer the other way round, riding the
      *    order-entry extract TRANMRG merges and trailers. The
      *    generated TRAN-ID folds the customer's low six digits
      *    into the 9,000,000 range, clear of CUSTMERG's 8,000,000,
      *    so two closures on the same date get distinct IDs.
       SETTLE-BALANCE.
           MOVE 0 TO WS-SETTLE-TRAN-ID
           IF WS-CLOSING-BALANCE = 0
              CONTINUE
           ELSE
              OPEN EXTEND TRANSACTION-FILE
              IF WS-TRAN-STATUS NOT = '00'
                 OPEN OUTPUT TRANSACTION-FILE
              END-IF
              COMPUTE TRAN-ID = WS-ACCEPT-DATE * 10000000
                 + 9000000
                 + FUNCTION MOD(WS-CLOSING-ID 1000000)
              MOVE TRAN-ID TO WS-SETTLE-TRAN-ID
              MOVE 'TR' TO TRAN-TYPE
              IF WS-CLOSING-BALANCE > 0
                 MOVE WS-CLOSING-BALANCE TO WS-SETTLE-AMOUNT
                 MOVE WS-CLOSING-ID TO TRAN-CUST-ID
                 MOVE WS-PAYOUT-ID TO TRAN-TO-CUST-ID
              ELSE
                 COMPUTE WS-SETTLE-AMOUNT = WS-CLOSING-BALANCE * -1
                 MOVE WS-PAYOUT-ID TO TRAN-CUST-ID
                 MOVE WS-CLOSING-ID TO TRAN-TO-CUST-ID
              END-IF
              MOVE WS-SETTLE-AMOUNT TO TRAN-AMOUNT
              MOVE WS-TODAY-FMT TO TRAN-DATE
              MOVE WS-ACCEPT-TIME TO TRAN-TIME
              MOVE WS-CLOSING-CURRENCY TO TRAN-CURRENCY-CODE
              MOVE 'CCL' TO TRAN-BRANCH-ID
              WRITE TRANSACTION-RECORD
              CLOSE TRANSACTION-FILE
              MOVE TRAN-ID TO RL-SETTLE-TRAN-ID
              MOVE TRAN-CUST-ID TO RL-SETTLE-FROM
              MOVE TRAN-TO-CUST-ID TO RL-SETTLE-TO
              MOVE WS-SETTLE-AMOUNT TO RL-SETTLE-AMOUNT
              MOVE WS-CLOSING-CURRENCY TO RL-SETTLE-CURRENCY
           END-IF.

       RECORD-PENDING-CLOSURE.
           MOVE WS-CLOSING-ID TO CP-CUST-ID
           MOVE WS-PAYOUT-ID TO CP-PAYOUT-ID
           MOVE WS-TODAY-FMT TO CP-REQUEST-DATE
           MOVE WS-SETTLE-TRAN-ID TO CP-SETTLE-TRAN-ID
           MOVE WS-CLOSING-BALANCE TO CP-SETTLE-AMOUNT
           MOVE WS-CLOSING-CURRENCY TO CP-CURRENCY-CODE
           MOVE WS-OPERATOR-ID TO CP-OPERATOR
           WRITE CLOSE-PENDING-RECORD
              INVALID KEY
                 DISPLAY 'Error recording pending closure'
           END-WRITE.

       WRITE-REQUEST-REPORT.
           MOVE 'Standing Orders Cancelled:' TO RL-LABEL
           MOVE WS-ORDERS-CANCELLED TO RL-COUNT
           WRITE CLOSURE-REPORT-LINE FROM RL-DETAIL-LINE
           MOVE 'Holds Released:' TO RL-LABEL
           MOVE WS-HOLDS-RELEASED TO RL-COUNT
           WRITE CLOSURE-REPORT-LINE FROM RL-DETAIL-LINE
           MOVE 'Limit Overrides Released:' TO RL-LABEL
           MOVE WS-OVERRIDES-RELEASED TO RL-COUNT
           WRITE CLOSURE-REPORT-LINE FROM RL-DETAIL-LINE
           MOVE 'Warehoused Items For Branch Decision:'
              TO RL-LABEL
           MOVE WS-WHSE-COUNT TO RL-COUNT
           WRITE CLOSURE-REPORT-LINE FROM RL-DETAIL-LINE
           IF WS-SETTLE-TRAN-ID = 0
              MOVE 'No balance to settle' TO RL-MESSAGE
              WRITE CLOSURE-REPORT-LINE FROM RL-MESSAGE-LINE
           ELSE
              WRITE CLOSURE-REPORT-LINE FROM RL-SETTLE-LINE
           END-IF
           DISPLAY 'Closure recorded - run CLOSE mode after the '
              'settlement transfer has posted'.

       CLOSE-PENDING-CUSTOMERS.
           READ CLOSE-PENDING-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 PERFORM CLOSE-ONE-CUSTOMER
           END-READ.

       CLOSE-ONE-CUSTOMER.
           MOVE CP-CUST-ID TO WS-CLOSING-ID
           MOVE CP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Pending closure not on file: ' CP-CUST-ID
              NOT INVALID KEY
                 MOVE CUST-ID TO RL-CUST-ID
                 MOVE CUST-NAME TO RL-CUST-NAME
                 WRITE CLOSURE-REPORT-LINE FROM RL-CUSTOMER-LINE
                 MOVE 'N' TO WS-LIST-WAREHOUSE
                 PERFORM SCAN-WAREHOUSE
                 IF CUST-BALANCE NOT = 0
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE 'Balance not yet zero - settlement to post'
                       TO RL-MESSAGE
                    WRITE CLOSURE-REPORT-LINE FROM RL-MESSAGE-LINE
                 ELSE
                    IF WS-WHSE-COUNT > 0
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE 'Warehoused items still waiting'
                          TO RL-MESSAGE
                       WRITE CLOSURE-REPORT-LINE
                          FROM RL-MESSAGE-LINE
                    ELSE
                       PERFORM CLOSE-CUSTOMER-ACCOUNT
                    END-IF
                 END-IF
           END-READ.

       CLOSE-CUSTOMER-ACCOUNT.
           PERFORM PRODUCE-FINAL-STATEMENT
           PERFORM SAVE-OLD-AUDIT-IMAGE
           MOVE 'C' TO CUST-STATUS
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS = '00'
              ADD 1 TO WS-CLOSED-COUNT
              PERFORM WRITE-CLOSURE-AUDIT
              DELETE CLOSE-PENDING-FILE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE 'Account closed - final statement produced'
                 TO RL-MESSAGE
              WRITE CLOSURE-REPORT-LINE FROM RL-MESSAGE-LINE
              DISPLAY 'Customer ' CUST-ID ' closed'
           ELSE
              DISPLAY 'Error closing customer: ' CUST-ID
           END-IF.

      *    The final statement runs from the first of the month the
      *    closure was requested in, so it always shows the
      *    settlement transfer, and is worked as STMTGEN works a
      *    statement: opening balance from the BALHIST snapshot the
      *    night before, postings converted to the account currency
      *    at the posting date's EXCHRATE rate.
       PRODUCE-FINAL-STATEMENT.
           MOVE CP-REQUEST-DATE TO WS-START-DATE
           MOVE '01' TO WS-START-DATE(9:2)
           MOVE 0 TO WS-TRAN-COUNT
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-UNCONVERTED-COUNT
           PERFORM COMPUTE-OPENING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE CUST-ID TO SH-CUST-ID
           MOVE CUST-NAME TO SH-CUST-NAME
           MOVE WS-START-DATE TO SH-START-DATE
           MOVE WS-TODAY-FMT TO SH-END-DATE
           MOVE WS-TODAY-FMT TO SH-CLOSED-DATE
           MOVE CP-PAYOUT-ID TO SH-PAYOUT-ID
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-1
              AFTER ADVANCING PAGE
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-2
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-3
           WRITE STATEMENT-LINE FROM STATEMENT-HEADER-4
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-OPENING-BALANCE TO OB-AMOUNT
           WRITE STATEMENT-LINE FROM OPENING-BALANCE-LINE
           WRITE STATEMENT-LINE FROM COLUMN-HEADER
           MOVE WS-CLOSING-ID TO PH-CUST-ID
           MOVE WS-START-DATE TO PH-DATE
           MOVE 0 TO PH-TRAN-ID
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-SCAN-EOF
           END-START
           PERFORM PRINT-NEXT-POSTING UNTIL WS-SCAN-EOF = 'Y'
           PERFORM PRINT-STATEMENT-SUMMARY.

       COMPUTE-OPENING-BALANCE.
           MOVE 0 TO WS-OPENING-BALANCE
           PERFORM COMPUTE-PRIOR-DATE
           IF WS-BALH-FILE-OPEN = 'Y' AND WS-PRIOR-DATE NOT = SPACES
              MOVE WS-CLOSING-ID TO BH-CUST-ID
              MOVE WS-PRIOR-DATE TO BH-DATE
              START BALANCE-HISTORY-FILE
                 KEY IS NOT GREATER THAN BH-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ BALANCE-HISTORY-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF BH-CUST-ID = WS-CLOSING-ID
                             MOVE BH-BALANCE TO WS-OPENING-BALANCE
                          END-IF
                    END-READ
              END-START
           END-IF.

       COMPUTE-PRIOR-DATE.
           MOVE SPACES TO WS-PRIOR-DATE
           IF WS-START-DATE(1:4) NUMERIC AND
              WS-START-DATE(6:2) NUMERIC AND
              WS-START-DATE(9:2) NUMERIC
              MOVE WS-START-DATE(1:4) TO WS-PRIOR-INTEGER(1:4)
              MOVE WS-START-DATE(6:2) TO WS-PRIOR-INTEGER(5:2)
              MOVE WS-START-DATE(9:2) TO WS-PRIOR-INTEGER(7:2)
              COMPUTE WS-PRIOR-SERIAL =
                 FUNCTION INTEGER-OF-DATE(WS-PRIOR-INTEGER) - 1
              COMPUTE WS-PRIOR-INTEGER =
                 FUNCTION DATE-OF-INTEGER(WS-PRIOR-SERIAL)
              MOVE WS-PRIOR-INTEGER(1:4) TO WS-PRIOR-DATE(1:4)
              MOVE '-' TO WS-PRIOR-DATE(5:1)
              MOVE WS-PRIOR-INTEGER(5:2) TO WS-PRIOR-DATE(6:2)
              MOVE '-' TO WS-PRIOR-DATE(8:1)
              MOVE WS-PRIOR-INTEGER(7:2) TO WS-PRIOR-DATE(9:2)
           END-IF.

       PRINT-NEXT-POSTING.
           READ TRAN-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-EOF
              NOT AT END
                 IF PH-CUST-ID NOT = WS-CLOSING-ID
                    MOVE 'Y' TO WS-SCAN-EOF
                 ELSE
                    PERFORM ACCUMULATE-TRANSACTION-TOTALS
                    PERFORM PRINT-TRANSACTION-LINE
                    ADD 1 TO WS-TRAN-COUNT
                 END-IF
           END-READ.

       PRINT-TRANSACTION-LINE.
           IF PH-FROM-CUST-ID = WS-CLOSING-ID
              MOVE 'OUT' TO WS-DIRECTION
           ELSE
              MOVE 'IN' TO WS-DIRECTION
           END-IF
           MOVE PH-TRAN-ID TO DL-TRAN-ID
           MOVE PH-DATE TO DL-DATE
           MOVE PH-TYPE TO DL-TYPE
           MOVE WS-DIRECTION TO DL-DIRECTION
           MOVE PH-AMOUNT TO DL-AMOUNT
           MOVE PH-CURRENCY-CODE TO DL-CURRENCY
           MOVE WS-RUNNING-BALANCE TO DL-RUNNING-BAL
           WRITE STATEMENT-LINE FROM DETAIL-LINE.

       ACCUMULATE-TRANSACTION-TOTALS.
           PERFORM CONVERT-TRAN-AMOUNT
           IF WS-RATE-FOUND = 'N'
              ADD 1 TO WS-UNCONVERTED-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN PH-TYPE = 'DB'
                    ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-DEBITS
                 WHEN PH-TYPE = 'CR'
                    ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-CREDITS
                 WHEN PH-TYPE = 'TR' AND
                      PH-FROM-CUST-ID = WS-CLOSING-ID
                    ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-DEBITS
                 WHEN PH-TYPE = 'TR' AND
                      PH-TO-CUST-ID = WS-CLOSING-ID
                    ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-CREDITS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM UPDATE-RUNNING-BALANCE
           END-IF.

       UPDATE-RUNNING-BALANCE.
           EVALUATE TRUE
              WHEN PH-TYPE = 'CR'
                 ADD WS-CONVERTED-AMOUNT TO WS-RUNNING-BALANCE
              WHEN PH-TYPE = 'DB'
                 SUBTRACT WS-CONVERTED-AMOUNT
                    FROM WS-RUNNING-BALANCE
              WHEN PH-TYPE = 'AD'
                 ADD WS-CONVERTED-AMOUNT TO WS-RUNNING-BALANCE
              WHEN PH-TYPE = 'TR' AND
                   PH-FROM-CUST-ID = WS-CLOSING-ID
                 SUBTRACT WS-CONVERTED-AMOUNT
                    FROM WS-RUNNING-BALANCE
              WHEN PH-TYPE = 'TR' AND
                   PH-TO-CUST-ID = WS-CLOSING-ID
                 ADD WS-CONVERTED-AMOUNT TO WS-RUNNING-BALANCE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CONVERT-TRAN-AMOUNT.
           IF PH-CURRENCY-CODE = CUST-CURRENCY-CODE OR
              PH-CURRENCY-CODE = SPACES
              MOVE PH-AMOUNT TO WS-CONVERTED-AMOUNT
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              MOVE 'N' TO WS-RATE-FOUND
              IF WS-EXCH-FILE-OPEN = 'Y'
                 MOVE PH-CURRENCY-CODE TO EXCH-FROM-CURRENCY
                 MOVE CUST-CURRENCY-CODE TO EXCH-TO-CURRENCY
                 MOVE PH-DATE TO EXCH-EFF-DATE
                 READ EXCHANGE-RATE-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                          PH-AMOUNT * EXCH-RATE
                       MOVE 'Y' TO WS-RATE-FOUND
                 END-READ
              END-IF
           END-IF.

       PRINT-STATEMENT-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CUST-BALANCE TO CB-AMOUNT
           WRITE STATEMENT-LINE FROM CLOSING-BALANCE-LINE
           MOVE WS-TRAN-COUNT TO SL-TRAN-COUNT
           WRITE STATEMENT-LINE FROM SUMMARY-LINE-1
           MOVE WS-TOTAL-DEBITS TO SL-TOTAL-DEBITS
           WRITE STATEMENT-LINE FROM SUMMARY-LINE-2
           MOVE WS-TOTAL-CREDITS TO SL-TOTAL-CREDITS
           WRITE STATEMENT-LINE FROM SUMMARY-LINE-3
           IF WS-UNCONVERTED-COUNT > 0
              MOVE WS-UNCONVERTED-COUNT TO SL-UNCONVERTED-COUNT
              WRITE STATEMENT-LINE FROM SUMMARY-LINE-4
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM SUMMARY-LINE-5.

       SAVE-OLD-AUDIT-IMAGE.
           MOVE CUST-ID TO OLD-CUST-ID
           MOVE CUST-NAME TO OLD-CUST-NAME
           MOVE CUST-EMAIL TO OLD-CUST-EMAIL
           MOVE CUST-PHONE TO OLD-CUST-PHONE
           MOVE CUST-ADDRESS TO OLD-CUST-ADDRESS
           MOVE CUST-BALANCE TO OLD-CUST-BALANCE
           MOVE CUST-CREDIT-LIMIT TO OLD-CUST-CREDIT-LIMIT
           MOVE CUST-CURRENCY-CODE TO OLD-CUST-CURRENCY-CODE
           MOVE CUST-STATUS TO OLD-CUST-STATUS
           MOVE CUST-CREATED-DATE TO OLD-CUST-CREATED-DATE.

       WRITE-CLOSURE-AUDIT.
           MOVE SPACES TO AUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO AUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO AUD-TIMESTAMP(9:8)
           MOVE 'CUSTCLOS' TO AUD-OPERATION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE CUST-ID TO NEW-CUST-ID
           MOVE CUST-NAME TO NEW-CUST-NAME
           MOVE CUST-EMAIL TO NEW-CUST-EMAIL
           MOVE CUST-PHONE TO NEW-CUST-PHONE
           MOVE CUST-ADDRESS TO NEW-CUST-ADDRESS
           MOVE CUST-BALANCE TO NEW-CUST-BALANCE
           MOVE CUST-CREDIT-LIMIT TO NEW-CUST-CREDIT-LIMIT
           MOVE CUST-CURRENCY-CODE TO NEW-CUST-CURRENCY-CODE
           MOVE CUST-STATUS TO NEW-CUST-STATUS
           MOVE CUST-CREATED-DATE TO NEW-CUST-CREATED-DATE
           WRITE AUDIT-RECORD.

       FINALIZATION.
           IF REQUEST-MODE
              CLOSE STANDING-ORDER-FILE
              CLOSE HOLD-FILE
              CLOSE OVERRIDE-FILE
           ELSE
              CLOSE TRAN-HISTORY-FILE
              CLOSE FINAL-STATEMENT
              IF WS-BALH-FILE-OPEN = 'Y'
                 CLOSE BALANCE-HISTORY-FILE
              END-IF
              IF WS-EXCH-FILE-OPEN = 'Y'
                 CLOSE EXCHANGE-RATE-FILE
              END-IF
           END-IF
           IF WS-WHSE-FILE-OPEN = 'Y'
              CLOSE WAREHOUSE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CLOSE-PENDING-FILE
           CLOSE AUDIT-LOG
           CLOSE CLOSURE-REPORT
           DISPLAY 'Customer Account Closure Complete'
           DISPLAY 'Orders Cancelled: ' WS-ORDERS-CANCELLED
              ' Holds: ' WS-HOLDS-RELEASED
              ' Overrides: ' WS-OVERRIDES-RELEASED
           DISPLAY 'Closed: ' WS-CLOSED-COUNT
              ' Still Pending: ' WS-PENDING-COUNT.
