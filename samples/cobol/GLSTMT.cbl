       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLSTMT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * BALANCE SHEET AND INCOME STATEMENT                            *
      * Builds the month's financial statements from the GL balance   *
      * master and the GLCLASS account classification, replacing the  *
      * spreadsheet finance rebuilt from the trial balance. Each      *
      * statement is printed once per currency held and once more in  *
      * the base currency, every currency converted at its EXCHRATE   *
      * rate for the period end, with current period, prior period    *
      * and year-to-date columns.                                     *
      * A closed (or reopened) month is read from its GLPSNAP         *
      * snapshot; the open month from live GLBAL. Balance sheet lines *
      * show balances at the period end (after any year-end rollover) *
      * with year-to-date movement; income statement lines show the   *
      * period's movement. Income and expense balances not yet rolled *
      * show on the balance sheet as current-year earnings, so the    *
      * sheet balances every month.                                   *
      * Any GLBAL account with no classification, and any currency    *
      * with no rate to base, is listed on an exception page so no    *
      * balance is ever left out unseen (return code 8).              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-PERIOD
           FILE STATUS IS WS-GLP-STATUS.

           SELECT GL-SNAPSHOT-FILE ASSIGN TO 'GLPSNAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-KEY
           FILE STATUS IS WS-GLS-STATUS.

           SELECT GL-CLASS-FILE ASSIGN TO 'GLCLASS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLC-ACCOUNT
           FILE STATUS IS WS-GLC-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCH-KEY
           FILE STATUS IS WS-EXCH-STATUS.

           SELECT STATEMENT-SORT-FILE ASSIGN TO 'GLSTSRT1'.

           SELECT STATEMENT-REPORT ASSIGN TO 'GLSTMRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  GL-PERIOD-FILE.
           COPY GLPERREC.

       FD  GL-SNAPSHOT-FILE.
           COPY GLSNPREC.

       FD  GL-CLASS-FILE.
           COPY GLCLSREC.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 EXCH-KEY.
              10 EXCH-FROM-CURRENCY   PIC X(3).
              10 EXCH-TO-CURRENCY     PIC X(3).
              10 EXCH-EFF-DATE        PIC X(10).
           05 EXCH-RATE               PIC 9(6)V9999.

      *    View 1 is the statement in the account's own currency,
      *    view 2 the same figures converted to base, view 3 the
      *    exception list.
       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           05 SR-VIEW              PIC X(1).
           05 SR-CURRENCY          PIC X(3).
           05 SR-STATEMENT         PIC X(1).
           05 SR-SECTION-SEQ       PIC 9(2).
           05 SR-SECTION           PIC X(24).
           05 SR-LINE-SEQ          PIC 9(3).
           05 SR-LINE              PIC X(30).
           05 SR-ACCOUNT           PIC X(8).
           05 SR-SIGN              PIC X(1).
           05 SR-CURRENT           PIC S9(15)V99.
           05 SR-PRIOR             PIC S9(15)V99.
           05 SR-YTD               PIC S9(15)V99.
           05 SR-REASON            PIC X(24).

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-GLP-STATUS           PIC XX.
       01  WS-GLS-STATUS           PIC XX.
       01  WS-GLC-STATUS           PIC XX.
       01  WS-EXCH-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-PERIOD-OPEN          PIC X VALUE 'N'.
       01  WS-SNAP-OPEN            PIC X VALUE 'N'.
       01  WS-EXCH-OPEN            PIC X VALUE 'N'.
       01  WS-BAL-EOF              PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-SNAP-FOUND           PIC X VALUE 'N'.
       01  WS-PERIOD-CLOSED        PIC X VALUE 'N'.

       01  WS-BASE-CURRENCY        PIC X(3).
       01  WS-PERIOD               PIC X(6).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01  WS-PRIOR-PERIOD         PIC X(6).
       01  WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD.
           05 WS-PRIOR-YEAR        PIC 9(4).
           05 WS-PRIOR-MONTH       PIC 9(2).
       01  WS-WORK-PERIOD          PIC X(6).
       01  WS-WORK-PERIOD-NUM REDEFINES WS-WORK-PERIOD.
           05 WS-WORK-YEAR         PIC 9(4).
           05 WS-WORK-MONTH        PIC 9(2).
       01  WS-FIRST-OF-NEXT        PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-PERIOD-END-DIGITS    PIC 9(8).
       01  WS-PERIOD-END           PIC X(10).

       01  WS-CUR-BALANCE          PIC S9(15)V99.
       01  WS-CUR-MOVEMENT         PIC S9(15)V99.
       01  WS-PRI-BALANCE          PIC S9(15)V99.
       01  WS-PRI-MOVEMENT         PIC S9(15)V99.
       01  WS-YTD-MOVEMENT         PIC S9(15)V99.
       01  WS-FIG-CURRENT          PIC S9(15)V99.
       01  WS-FIG-PRIOR            PIC S9(15)V99.
       01  WS-FIG-YTD              PIC S9(15)V99.

      *    Period-end rate to base, looked up once per currency.
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES.
              10 WS-RATE-CURRENCY  PIC X(3).
              10 WS-RATE-VALUE     PIC 9(6)V9999.
              10 WS-RATE-FOUND     PIC X(1).
       01  WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-RATE-SUB             PIC 9(3).
       01  WS-RATE-MATCHED         PIC X VALUE 'N'.

      *    Control-break state for the printed statements.
       01  WS-STMT-ACTIVE          PIC X VALUE 'N'.
       01  WS-SECTION-ACTIVE       PIC X VALUE 'N'.
       01  WS-LINE-ACTIVE          PIC X VALUE 'N'.
       01  WS-EXCEPTIONS-STARTED   PIC X VALUE 'N'.
       01  WS-PREV-VIEW            PIC X(1).
       01  WS-PREV-CURRENCY        PIC X(3).
       01  WS-PREV-STATEMENT       PIC X(1).
       01  WS-PREV-SECTION-SEQ     PIC 9(2).
       01  WS-PREV-SECTION         PIC X(24).
       01  WS-PREV-LINE-SEQ        PIC 9(3).
       01  WS-PREV-LINE            PIC X(30).
       01  WS-SHOWN-CURRENT        PIC S9(15)V99.
       01  WS-SHOWN-PRIOR          PIC S9(15)V99.
       01  WS-SHOWN-YTD            PIC S9(15)V99.

       01  WS-LINE-TOTALS.
           05 WS-LINE-CURRENT      PIC S9(15)V99.
           05 WS-LINE-PRIOR        PIC S9(15)V99.
           05 WS-LINE-YTD          PIC S9(15)V99.
       01  WS-SECTION-TOTALS.
           05 WS-SECTION-CURRENT   PIC S9(15)V99.
           05 WS-SECTION-PRIOR     PIC S9(15)V99.
           05 WS-SECTION-YTD       PIC S9(15)V99.
       01  WS-STMT-TOTALS.
           05 WS-STMT-CURRENT      PIC S9(15)V99.
           05 WS-STMT-PRIOR        PIC S9(15)V99.
           05 WS-STMT-YTD          PIC S9(15)V99.

       01  WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(5) VALUE 0.
       01  WS-STATEMENT-COUNT      PIC 9(5) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '     BALANCE SHEET AND INCOME STATEMENT'.
           05 FILLER               PIC X(88) VALUE SPACES.

       01  REPORT-HEADER-2.
           05 FILLER               PIC X(16) VALUE 'Current Period: '.
           05 RH-PERIOD            PIC X(6).
           05 FILLER               PIC X(16) VALUE '  Prior Period: '.
           05 RH-PRIOR             PIC X(6).
           05 FILLER               PIC X(17) VALUE '  Year To Date: '.
           05 RH-YTD-FROM          PIC X(6).
           05 FILLER               PIC X(1) VALUE '-'.
           05 RH-YTD-TO            PIC X(6).
           05 FILLER               PIC X(17) VALUE
              '  Base Currency: '.
           05 RH-BASE              PIC X(3).
           05 FILLER               PIC X(10) VALUE '  Source: '.
           05 RH-SOURCE            PIC X(12).
           05 FILLER               PIC X(17) VALUE SPACES.

       01  STATEMENT-HEADER.
           05 SH-TITLE             PIC X(20).
           05 FILLER               PIC X(11) VALUE ' CURRENCY: '.
           05 SH-CURRENCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SH-VIEW              PIC X(40).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  STATEMENT-COLUMN-HEADER.
           05 FILLER               PIC X(38) VALUE SPACES.
           05 FILLER               PIC X(24) VALUE
              '          CURRENT PERIOD'.
           05 FILLER               PIC X(24) VALUE
              '            PRIOR PERIOD'.
           05 FILLER               PIC X(24) VALUE
              '            YEAR TO DATE'.
           05 FILLER               PIC X(22) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SHL-SECTION          PIC X(24).
           05 FILLER               PIC X(106) VALUE SPACES.

       01  STATEMENT-DETAIL-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SD-LABEL             PIC X(32).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-CURRENT           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-PRIOR             PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SD-YTD               PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(24) VALUE SPACES.

       01  EXCEPTION-HEADER.
           05 FILLER               PIC X(60) VALUE
              'EXCEPTIONS - BALANCES NOT INCLUDED IN THE STATEMENTS'.
           05 FILLER               PIC X(72) VALUE SPACES.

       01  EXCEPTION-COLUMN-HEADER.
           05 FILLER               PIC X(39) VALUE
              'ACCOUNT   CUR  REASON'.
           05 FILLER               PIC X(22) VALUE
              '       CURRENT BALANCE'.
           05 FILLER               PIC X(71) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05 EX-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-CURRENCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-REASON            PIC X(24).
           05 EX-BALANCE           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(71) VALUE SPACES.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT STATEMENT-SORT-FILE
              ON ASCENDING KEY SR-VIEW SR-CURRENCY SR-STATEMENT
                               SR-SECTION-SEQ SR-SECTION
                               SR-LINE-SEQ SR-LINE SR-ACCOUNT
              INPUT PROCEDURE IS GATHER-BALANCES
              OUTPUT PROCEDURE IS PRINT-STATEMENTS
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Financial Statements'
           DISPLAY 'Enter Period (CCYYMM): '
           ACCEPT WS-PERIOD
           DISPLAY 'Enter Base Currency: '
           ACCEPT WS-BASE-CURRENCY
           IF WS-PERIOD NOT NUMERIC OR
              WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'Period must be CCYYMM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           OPEN INPUT GL-CLASS-FILE
           OPEN OUTPUT STATEMENT-REPORT
           IF WS-GLB-STATUS NOT = '00' OR WS-GLC-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GLP-STATUS = '00'
              MOVE 'Y' TO WS-PERIOD-OPEN
           END-IF
           OPEN INPUT GL-SNAPSHOT-FILE
           IF WS-GLS-STATUS = '00'
              MOVE 'Y' TO WS-SNAP-OPEN
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXCH-STATUS = '00'
              MOVE 'Y' TO WS-EXCH-OPEN
           ELSE
              DISPLAY 'No exchange rate file - only base currency '
                 'balances can be converted'
           END-IF
           PERFORM SET-PERIOD-DATES
           WRITE STATEMENT-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-PRIOR-PERIOD TO RH-PRIOR
           MOVE WS-PERIOD TO RH-YTD-FROM
           MOVE '01' TO RH-YTD-FROM(5:2)
           MOVE WS-PERIOD TO RH-YTD-TO
           MOVE WS-BASE-CURRENCY TO RH-BASE
           IF WS-PERIOD-CLOSED = 'Y'
              MOVE 'CLOSED MONTH' TO RH-SOURCE
           ELSE
              MOVE 'LIVE LEDGER' TO RH-SOURCE
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM REPORT-HEADER-2.

      *    The prior month, the period-end date the base rates are
      *    taken at, and whether the month is read from its snapshot
      *    (closed or reopened) or from live GLBAL (still open).
       SET-PERIOD-DATES.
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MONTH = 1
              SUBTRACT 1 FROM WS-PRIOR-YEAR
              MOVE 12 TO WS-PRIOR-MONTH
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           MOVE WS-PERIOD TO WS-WORK-PERIOD
           IF WS-WORK-MONTH = 12
              ADD 1 TO WS-WORK-YEAR
              MOVE 1 TO WS-WORK-MONTH
           ELSE
              ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-FIRST-OF-NEXT = WS-WORK-YEAR * 10000
              + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1
           COMPUTE WS-PERIOD-END-DIGITS =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE SPACES TO WS-PERIOD-END
           STRING WS-PERIOD-END-DIGITS(1:4) '-'
              WS-PERIOD-END-DIGITS(5:2) '-'
              WS-PERIOD-END-DIGITS(7:2)
              DELIMITED BY SIZE INTO WS-PERIOD-END
           MOVE 'N' TO WS-PERIOD-CLOSED
           IF WS-PERIOD-OPEN = 'Y'
              MOVE WS-PERIOD TO GLP-PERIOD
              READ GL-PERIOD-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-PERIOD-CLOSED
              END-READ
           END-IF.

       GATHER-BALANCES.
           MOVE LOW-VALUES TO GLB-KEY
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BAL-EOF
           END-START
           PERFORM GATHER-NEXT-BALANCE UNTIL WS-BAL-EOF = 'Y'.

       GATHER-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BAL-EOF
              NOT AT END
                 ADD 1 TO WS-ACCOUNT-COUNT
                 PERFORM GATHER-ACCOUNT-FIGURES
                 PERFORM RELEASE-ACCOUNT-FIGURES
           END-READ.

      *    Balances are natural - debit positive. The prior month
      *    comes from its snapshot; with none on file it is the
      *    current month's opening balance. Year to date adds the
      *    movement of every month from January.
       GATHER-ACCOUNT-FIGURES.
           IF WS-PERIOD-CLOSED = 'Y'
              MOVE WS-PERIOD TO WS-WORK-PERIOD
              PERFORM READ-SNAPSHOT
              IF WS-SNAP-FOUND = 'Y'
                 COMPUTE WS-CUR-BALANCE = GLS-CLOSING-BALANCE
                    + GLS-YEAR-END-AMOUNT
                 COMPUTE WS-CUR-MOVEMENT = GLS-PTD-DEBITS
                    - GLS-PTD-CREDITS
              ELSE
                 MOVE 0 TO WS-CUR-BALANCE
                 MOVE 0 TO WS-CUR-MOVEMENT
              END-IF
           ELSE
              MOVE GLB-BALANCE TO WS-CUR-BALANCE
              COMPUTE WS-CUR-MOVEMENT = GLB-PTD-DEBITS
                 - GLB-PTD-CREDITS
           END-IF
           MOVE WS-PRIOR-PERIOD TO WS-WORK-PERIOD
           PERFORM READ-SNAPSHOT
           IF WS-SNAP-FOUND = 'Y'
              COMPUTE WS-PRI-BALANCE = GLS-CLOSING-BALANCE
                 + GLS-YEAR-END-AMOUNT
              COMPUTE WS-PRI-MOVEMENT = GLS-PTD-DEBITS
                 - GLS-PTD-CREDITS
           ELSE
              COMPUTE WS-PRI-BALANCE = WS-CUR-BALANCE
                 - WS-CUR-MOVEMENT
              MOVE 0 TO WS-PRI-MOVEMENT
           END-IF
           MOVE 0 TO WS-YTD-MOVEMENT
           MOVE WS-PERIOD TO WS-WORK-PERIOD
           MOVE 1 TO WS-WORK-MONTH
           PERFORM ADD-YTD-MONTH
              UNTIL WS-WORK-MONTH > WS-PERIOD-MONTH.

       ADD-YTD-MONTH.
           IF WS-WORK-MONTH = WS-PERIOD-MONTH
              ADD WS-CUR-MOVEMENT TO WS-YTD-MOVEMENT
           ELSE
              PERFORM READ-SNAPSHOT
              IF WS-SNAP-FOUND = 'Y'
                 ADD GLS-PTD-DEBITS TO WS-YTD-MOVEMENT
                 SUBTRACT GLS-PTD-CREDITS FROM WS-YTD-MOVEMENT
              END-IF
           END-IF
           ADD 1 TO WS-WORK-MONTH.

       READ-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-FOUND
           IF WS-SNAP-OPEN = 'Y'
              MOVE WS-WORK-PERIOD TO GLS-PERIOD
              MOVE GLB-ACCOUNT TO GLS-ACCOUNT
              MOVE GLB-CURRENCY TO GLS-CURRENCY
              READ GL-SNAPSHOT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-SNAP-FOUND
              END-READ
           END-IF.

      *    Balance sheet accounts report balances; income and expense
      *    accounts report movement on the income statement and their
      *    unrolled balance as current-year earnings on the sheet.
       RELEASE-ACCOUNT-FIGURES.
           MOVE GLB-ACCOUNT TO GLC-ACCOUNT
           READ GL-CLASS-FILE
              INVALID KEY
                 MOVE 'NO CLASSIFICATION' TO SR-REASON
                 PERFORM RELEASE-EXCEPTION
              NOT INVALID KEY
                 PERFORM FIND-BASE-RATE
                 IF GLC-BALANCE-SHEET
                    MOVE WS-CUR-BALANCE TO WS-FIG-CURRENT
                    MOVE WS-PRI-BALANCE TO WS-FIG-PRIOR
                    MOVE WS-YTD-MOVEMENT TO WS-FIG-YTD
                    PERFORM RELEASE-CLASSIFIED-LINE
                 ELSE
                    MOVE WS-CUR-MOVEMENT TO WS-FIG-CURRENT
                    MOVE WS-PRI-MOVEMENT TO WS-FIG-PRIOR
                    MOVE WS-YTD-MOVEMENT TO WS-FIG-YTD
                    PERFORM RELEASE-CLASSIFIED-LINE
                    MOVE 'B' TO GLC-STATEMENT
                    MOVE 99 TO GLC-SECTION-SEQ
                    MOVE 'CURRENT YEAR EARNINGS' TO GLC-SECTION
                    MOVE 999 TO GLC-LINE-SEQ
                    MOVE 'CURRENT YEAR EARNINGS' TO GLC-LINE
                    MOVE '-' TO GLC-SIGN
                    MOVE WS-CUR-BALANCE TO WS-FIG-CURRENT
                    MOVE WS-PRI-BALANCE TO WS-FIG-PRIOR
                    MOVE WS-YTD-MOVEMENT TO WS-FIG-YTD
                    PERFORM RELEASE-CLASSIFIED-LINE
                 END-IF
                 IF WS-RATE-FOUND(WS-RATE-SUB) NOT = 'Y'
                    MOVE 'NO RATE TO BASE CURRENCY' TO SR-REASON
                    PERFORM RELEASE-EXCEPTION
                 END-IF
           END-READ.

       RELEASE-CLASSIFIED-LINE.
           MOVE SPACES TO STATEMENT-SORT-RECORD
           MOVE '1' TO SR-VIEW
           MOVE GLB-CURRENCY TO SR-CURRENCY
           MOVE GLC-STATEMENT TO SR-STATEMENT
           MOVE GLC-SECTION-SEQ TO SR-SECTION-SEQ
           MOVE GLC-SECTION TO SR-SECTION
           MOVE GLC-LINE-SEQ TO SR-LINE-SEQ
           MOVE GLC-LINE TO SR-LINE
           MOVE GLB-ACCOUNT TO SR-ACCOUNT
           MOVE GLC-SIGN TO SR-SIGN
           MOVE WS-FIG-CURRENT TO SR-CURRENT
           MOVE WS-FIG-PRIOR TO SR-PRIOR
           MOVE WS-FIG-YTD TO SR-YTD
           RELEASE STATEMENT-SORT-RECORD
           IF WS-RATE-FOUND(WS-RATE-SUB) = 'Y'
              MOVE '2' TO SR-VIEW
              MOVE WS-BASE-CURRENCY TO SR-CURRENCY
              COMPUTE SR-CURRENT ROUNDED =
                 WS-FIG-CURRENT * WS-RATE-VALUE(WS-RATE-SUB)
              COMPUTE SR-PRIOR ROUNDED =
                 WS-FIG-PRIOR * WS-RATE-VALUE(WS-RATE-SUB)
              COMPUTE SR-YTD ROUNDED =
                 WS-FIG-YTD * WS-RATE-VALUE(WS-RATE-SUB)
              RELEASE STATEMENT-SORT-RECORD
           END-IF.

       RELEASE-EXCEPTION.
           MOVE '3' TO SR-VIEW
           MOVE GLB-CURRENCY TO SR-CURRENCY
           MOVE SPACES TO SR-STATEMENT
           MOVE 0 TO SR-SECTION-SEQ
           MOVE SPACES TO SR-SECTION
           MOVE 0 TO SR-LINE-SEQ
           MOVE SPACES TO SR-LINE
           MOVE GLB-ACCOUNT TO SR-ACCOUNT
           MOVE SPACE TO SR-SIGN
           MOVE WS-CUR-BALANCE TO SR-CURRENT
           MOVE WS-PRI-BALANCE TO SR-PRIOR
           MOVE WS-YTD-MOVEMENT TO SR-YTD
           RELEASE STATEMENT-SORT-RECORD.

      *    The base currency converts at one; any other currency at
      *    the latest EXCHRATE record effective on or before the
      *    period end, the way FXREVAL prices its revaluation.
       FIND-BASE-RATE.
           MOVE 'N' TO WS-RATE-MATCHED
           MOVE 1 TO WS-RATE-SUB
           PERFORM MATCH-RATE-CURRENCY
              UNTIL WS-RATE-MATCHED = 'Y' OR WS-RATE-SUB > WS-RATE-COUNT
           IF WS-RATE-MATCHED = 'N'
              IF WS-RATE-COUNT < 50
                 ADD 1 TO WS-RATE-COUNT
              END-IF
              MOVE WS-RATE-COUNT TO WS-RATE-SUB
              MOVE GLB-CURRENCY TO WS-RATE-CURRENCY(WS-RATE-SUB)
              MOVE 0 TO WS-RATE-VALUE(WS-RATE-SUB)
              MOVE 'N' TO WS-RATE-FOUND(WS-RATE-SUB)
              IF GLB-CURRENCY = WS-BASE-CURRENCY
                 MOVE 1 TO WS-RATE-VALUE(WS-RATE-SUB)
                 MOVE 'Y' TO WS-RATE-FOUND(WS-RATE-SUB)
              ELSE
                 PERFORM FIND-PERIOD-END-RATE
              END-IF
           END-IF.

       MATCH-RATE-CURRENCY.
           IF WS-RATE-CURRENCY(WS-RATE-SUB) = GLB-CURRENCY
              MOVE 'Y' TO WS-RATE-MATCHED
           ELSE
              ADD 1 TO WS-RATE-SUB
           END-IF.

       FIND-PERIOD-END-RATE.
           IF WS-EXCH-OPEN = 'Y'
              MOVE GLB-CURRENCY TO EXCH-FROM-CURRENCY
              MOVE WS-BASE-CURRENCY TO EXCH-TO-CURRENCY
              MOVE WS-PERIOD-END TO EXCH-EFF-DATE
              START EXCHANGE-RATE-FILE
                 KEY IS NOT GREATER THAN EXCH-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ EXCHANGE-RATE-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF EXCH-FROM-CURRENCY = GLB-CURRENCY
                             AND EXCH-TO-CURRENCY = WS-BASE-CURRENCY
                             AND EXCH-RATE NOT = 0
                             MOVE EXCH-RATE
                                TO WS-RATE-VALUE(WS-RATE-SUB)
                             MOVE 'Y' TO WS-RATE-FOUND(WS-RATE-SUB)
                          END-IF
                    END-READ
              END-START
           END-IF.

       PRINT-STATEMENTS.
           PERFORM PRINT-NEXT-SORTED UNTIL WS-SORT-EOF = 'Y'
           IF WS-STMT-ACTIVE = 'Y'
              PERFORM END-OF-STATEMENT
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-EXCEPTION-COUNT = 0
              MOVE SPACES TO ML-TEXT
              STRING 'NO EXCEPTIONS - EVERY GLBAL BALANCE IS '
                 'CLASSIFIED AND CONVERTED'
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE STATEMENT-REPORT-LINE FROM MESSAGE-LINE
           ELSE
              DISPLAY 'STATEMENT EXCEPTIONS: ' WS-EXCEPTION-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF.

       PRINT-NEXT-SORTED.
           RETURN STATEMENT-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                 IF SR-VIEW = '3'
                    PERFORM PRINT-EXCEPTION
                 ELSE
                    PERFORM PRINT-STATEMENT-RECORD
                 END-IF
           END-RETURN.

       PRINT-STATEMENT-RECORD.
           IF WS-STMT-ACTIVE = 'Y' AND
              (SR-VIEW NOT = WS-PREV-VIEW OR
               SR-CURRENCY NOT = WS-PREV-CURRENCY OR
               SR-STATEMENT NOT = WS-PREV-STATEMENT)
              PERFORM END-OF-STATEMENT
           END-IF
           IF WS-STMT-ACTIVE = 'N'
              PERFORM START-STATEMENT
           END-IF
           IF WS-SECTION-ACTIVE = 'Y' AND
              (SR-SECTION-SEQ NOT = WS-PREV-SECTION-SEQ OR
               SR-SECTION NOT = WS-PREV-SECTION)
              PERFORM END-OF-SECTION
           END-IF
           IF WS-LINE-ACTIVE = 'Y' AND
              (SR-LINE-SEQ NOT = WS-PREV-LINE-SEQ OR
               SR-LINE NOT = WS-PREV-LINE)
              PERFORM PRINT-STATEMENT-LINE
           END-IF
           IF WS-SECTION-ACTIVE = 'N'
              MOVE SR-SECTION TO SHL-SECTION
              WRITE STATEMENT-REPORT-LINE FROM SECTION-HEADING-LINE
              MOVE SR-SECTION-SEQ TO WS-PREV-SECTION-SEQ
              MOVE SR-SECTION TO WS-PREV-SECTION
              INITIALIZE WS-SECTION-TOTALS
              MOVE 'Y' TO WS-SECTION-ACTIVE
           END-IF
           IF WS-LINE-ACTIVE = 'N'
              MOVE SR-LINE-SEQ TO WS-PREV-LINE-SEQ
              MOVE SR-LINE TO WS-PREV-LINE
              INITIALIZE WS-LINE-TOTALS
              MOVE 'Y' TO WS-LINE-ACTIVE
           END-IF
           IF SR-SIGN = '-'
              COMPUTE WS-SHOWN-CURRENT = 0 - SR-CURRENT
              COMPUTE WS-SHOWN-PRIOR = 0 - SR-PRIOR
              COMPUTE WS-SHOWN-YTD = 0 - SR-YTD
           ELSE
              MOVE SR-CURRENT TO WS-SHOWN-CURRENT
              MOVE SR-PRIOR TO WS-SHOWN-PRIOR
              MOVE SR-YTD TO WS-SHOWN-YTD
           END-IF
           ADD WS-SHOWN-CURRENT TO WS-LINE-CURRENT
           ADD WS-SHOWN-PRIOR TO WS-LINE-PRIOR
           ADD WS-SHOWN-YTD TO WS-LINE-YTD
           ADD WS-SHOWN-CURRENT TO WS-SECTION-CURRENT
           ADD WS-SHOWN-PRIOR TO WS-SECTION-PRIOR
           ADD WS-SHOWN-YTD TO WS-SECTION-YTD
           ADD SR-CURRENT TO WS-STMT-CURRENT
           ADD SR-PRIOR TO WS-STMT-PRIOR
           ADD SR-YTD TO WS-STMT-YTD.

       START-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF SR-STATEMENT = 'B'
              MOVE 'BALANCE SHEET' TO SH-TITLE
           ELSE
              MOVE 'INCOME STATEMENT' TO SH-TITLE
           END-IF
           MOVE SR-CURRENCY TO SH-CURRENCY
           IF SR-VIEW = '1'
              MOVE '(BALANCES HELD IN THIS CURRENCY)' TO SH-VIEW
           ELSE
              MOVE '(ALL CURRENCIES CONVERTED TO BASE)' TO SH-VIEW
           END-IF
           WRITE STATEMENT-REPORT-LINE FROM STATEMENT-HEADER
           WRITE STATEMENT-REPORT-LINE FROM STATEMENT-COLUMN-HEADER
           MOVE SR-VIEW TO WS-PREV-VIEW
           MOVE SR-CURRENCY TO WS-PREV-CURRENCY
           MOVE SR-STATEMENT TO WS-PREV-STATEMENT
           INITIALIZE WS-STMT-TOTALS
           MOVE 'N' TO WS-SECTION-ACTIVE
           MOVE 'N' TO WS-LINE-ACTIVE
           MOVE 'Y' TO WS-STMT-ACTIVE.

       PRINT-STATEMENT-LINE.
           MOVE WS-PREV-LINE TO SD-LABEL
           MOVE WS-LINE-CURRENT TO SD-CURRENT
           MOVE WS-LINE-PRIOR TO SD-PRIOR
           MOVE WS-LINE-YTD TO SD-YTD
           WRITE STATEMENT-REPORT-LINE FROM STATEMENT-DETAIL-LINE
           MOVE 'N' TO WS-LINE-ACTIVE.

       END-OF-SECTION.
           IF WS-LINE-ACTIVE = 'Y'
              PERFORM PRINT-STATEMENT-LINE
           END-IF
           MOVE SPACES TO SD-LABEL
           STRING 'TOTAL ' WS-PREV-SECTION DELIMITED BY SIZE
              INTO SD-LABEL
           MOVE WS-SECTION-CURRENT TO SD-CURRENT
           MOVE WS-SECTION-PRIOR TO SD-PRIOR
           MOVE WS-SECTION-YTD TO SD-YTD
           WRITE STATEMENT-REPORT-LINE FROM STATEMENT-DETAIL-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE 'N' TO WS-SECTION-ACTIVE.

      *    A balance sheet's natural balances, current-year earnings
      *    included, must net to zero; an income statement's net to
      *    the period's result, shown with profit positive.
       END-OF-STATEMENT.
           IF WS-SECTION-ACTIVE = 'Y'
              PERFORM END-OF-SECTION
           END-IF
           IF WS-PREV-STATEMENT = 'B'
              MOVE 'DEBITS LESS CREDITS' TO SD-LABEL
              MOVE WS-STMT-CURRENT TO SD-CURRENT
              MOVE WS-STMT-PRIOR TO SD-PRIOR
              MOVE WS-STMT-YTD TO SD-YTD
              WRITE STATEMENT-REPORT-LINE FROM STATEMENT-DETAIL-LINE
              IF WS-STMT-CURRENT NOT = 0 OR WS-STMT-PRIOR NOT = 0
                 MOVE SPACES TO ML-TEXT
                 STRING '    ** BALANCE SHEET ' WS-PREV-CURRENCY
                    ' DOES NOT BALANCE **'
                    DELIMITED BY SIZE INTO ML-TEXT
                 WRITE STATEMENT-REPORT-LINE FROM MESSAGE-LINE
                 DISPLAY ML-TEXT
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'NET INCOME' TO SD-LABEL
              COMPUTE WS-SHOWN-CURRENT = 0 - WS-STMT-CURRENT
              COMPUTE WS-SHOWN-PRIOR = 0 - WS-STMT-PRIOR
              COMPUTE WS-SHOWN-YTD = 0 - WS-STMT-YTD
              MOVE WS-SHOWN-CURRENT TO SD-CURRENT
              MOVE WS-SHOWN-PRIOR TO SD-PRIOR
              MOVE WS-SHOWN-YTD TO SD-YTD
              WRITE STATEMENT-REPORT-LINE FROM STATEMENT-DETAIL-LINE
           END-IF
           MOVE 'N' TO WS-STMT-ACTIVE.

       PRINT-EXCEPTION.
           IF WS-STMT-ACTIVE = 'Y'
              PERFORM END-OF-STATEMENT
           END-IF
           IF WS-EXCEPTIONS-STARTED = 'N'
              MOVE SPACES TO STATEMENT-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE
              WRITE STATEMENT-REPORT-LINE FROM EXCEPTION-HEADER
              WRITE STATEMENT-REPORT-LINE FROM EXCEPTION-COLUMN-HEADER
              MOVE 'Y' TO WS-EXCEPTIONS-STARTED
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SR-ACCOUNT TO EX-ACCOUNT
           MOVE SR-CURRENCY TO EX-CURRENCY
           MOVE SR-REASON TO EX-REASON
           MOVE SR-CURRENT TO EX-BALANCE
           WRITE STATEMENT-REPORT-LINE FROM EXCEPTION-DETAIL-LINE.

       FINALIZATION.
           CLOSE GL-BALANCE-FILE
           CLOSE GL-CLASS-FILE
           IF WS-PERIOD-OPEN = 'Y'
              CLOSE GL-PERIOD-FILE
           END-IF
           IF WS-SNAP-OPEN = 'Y'
              CLOSE GL-SNAPSHOT-FILE
           END-IF
           IF WS-EXCH-OPEN = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           CLOSE STATEMENT-REPORT
           DISPLAY 'Financial Statements Complete'
           DISPLAY 'GL Balances Read: ' WS-ACCOUNT-COUNT
           DISPLAY 'Statements Printed: ' WS-STATEMENT-COUNT
           DISPLAY 'Exceptions Listed: ' WS-EXCEPTION-COUNT.
