       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDUE.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * MONTHLY LOAN INSTALMENT RUN                                   *
      * Sweeps the loan book LOANMAST at the start of each month and  *
      * emits every instalment on LOANSCHD falling due up to the      *
      * month end (or the through date entered on SYSIN) as a DB      *
      * transaction in TRANFILE format on LOANTRAN, with the usual    *
      * 'TL' trailer. Each due date is rolled forward over BUSCAL     *
      * non-processing days and becomes the item's TRAN-DATE; the     *
      * feed is loaded into the value-dated warehouse (TRANWHSE LOAD) *
      * so every debit is released into TRANMRG and posted by         *
      * BATCHJOB on its own business due date. Instalments skipped by *
      * a missed month are caught up, and none is emitted twice - the *
      * schedule marks each one due and the loan carries the next     *
      * instalment number.                                            *
      * Every emitted instalment is indexed by TRAN-ID on LOANIDX     *
      * with its interest/principal split, which BATCHJOB uses to     *
      * journal the interest and the principal to their own GL legs   *
      * and LOANARR uses to trace a rejected debit back to its loan.  *
      * The register LOANREG lists the month's instalments.           *
      * Generated TRAN-IDs are run-date x 10**7 + 7,500,000 + seq,    *
      * numbered on from any instalments already emitted under the    *
      * same date.                                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO 'LOANSCHD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-SCHD-STATUS.

           SELECT LOAN-INSTALMENT-FILE ASSIGN TO 'LOANIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LI-TRAN-ID
           FILE STATUS IS WS-LIDX-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'BUSCAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-DATE
           FILE STATUS IS WS-CAL-STATUS.

           SELECT LOAN-TRAN-FILE ASSIGN TO 'LOANTRAN'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT LOAN-REGISTER ASSIGN TO 'LOANREG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSREC.

       FD  LOAN-INSTALMENT-FILE.
           COPY LOANIREC.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-DATE             PIC X(10).
           05 CAL-BUSINESS-DAY     PIC X(1).
              88 CAL-NON-PROCESSING VALUE 'N'.
           05 CAL-HOLIDAY-NAME     PIC X(30).

       FD  LOAN-TRAN-FILE.
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

       FD  LOAN-REGISTER.
       01  REGISTER-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-LIDX-STATUS          PIC XX.
       01  WS-CAL-STATUS           PIC XX.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-LIDX-EOF             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-DATE-DIGITS      PIC 9(8).
       01  WS-THROUGH-DATE         PIC X(10).
       01  WS-TRAN-TIME            PIC 9(8).
       01  WS-GEN-SEQ              PIC 9(6) VALUE 0.
       01  WS-RANGE-LOW            PIC 9(15).
       01  WS-RANGE-HIGH           PIC 9(15).
       01  WS-LOAN-DONE            PIC X.
       01  WS-LOAN-CHANGED         PIC X.

       01  WS-CAL-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-DAY-IS-BUSINESS      PIC X.
       01  WS-ROLL-TRIES           PIC 9(2).
       01  WS-ROLL-DATE            PIC X(10).
       01  WS-ROLL-YEAR            PIC 9(4).
       01  WS-ROLL-MONTH           PIC 9(2).
       01  WS-MONTH-DAYS           PIC 9(2).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-DATE-SERIAL          PIC 9(7).

       01  WS-TRAN-RECORD-COUNT    PIC 9(10) VALUE 0.
       01  WS-TRAN-HASH-TOTAL      PIC 9(13)V99 VALUE 0.

       01  WS-LOAN-COUNT           PIC 9(7) VALUE 0.
       01  WS-EMITTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-ROLLED-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-DUE            PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-INTEREST       PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-PRINCIPAL      PIC 9(12)V99 VALUE 0.

       01  REGISTER-HEADER-1.
           05 FILLER               PIC X(42) VALUE
              '          LOAN INSTALMENT REGISTER'.
           05 FILLER               PIC X(90) VALUE SPACES.

       01  REGISTER-HEADER-2.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(19) VALUE
              '   Due Through:    '.
           05 RH-THROUGH-DATE      PIC X(10).
           05 FILLER               PIC X(82) VALUE SPACES.

       01  REGISTER-COLUMN-HEADER.
           05 FILLER               PIC X(64) VALUE
              'CUSTOMER ID  ACCT INST  DUE DATE    POSTS ON    TRAN ID'.
           05 FILLER               PIC X(68) VALUE
              '          PAYMENT          INTEREST         PRINCIPAL'.

       01  REGISTER-DETAIL-LINE.
           05 RD-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-ACCT-NO           PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-INSTAL-NO         PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-DUE-DATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-POSTS-ON          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-TRAN-ID           PIC 9(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-PAYMENT           PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-INTEREST          PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-PRINCIPAL         PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(15) VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05 RT-LABEL             PIC X(30).
           05 RT-TOTAL             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(84) VALUE SPACES.

       01  REGISTER-COUNT-LINE.
           05 RC-LABEL             PIC X(30).
           05 RC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM SWEEP-LOANS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Loan Instalment Run'
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
           DISPLAY 'Enter Due Through Date (CCYY-MM-DD, blank = '
              'month end): '
           ACCEPT WS-THROUGH-DATE
           IF WS-THROUGH-DATE = SPACES
              PERFORM SET-MONTH-END-THROUGH-DATE
           END-IF
           OPEN I-O LOAN-FILE
           OPEN I-O LOAN-SCHEDULE-FILE
           OPEN OUTPUT LOAN-TRAN-FILE
           OPEN OUTPUT LOAN-REGISTER
           IF WS-LOAN-STATUS NOT = '00' OR
              WS-SCHD-STATUS NOT = '00' OR
              WS-TRAN-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O LOAN-INSTALMENT-FILE
           IF WS-LIDX-STATUS NOT = '00'
              OPEN OUTPUT LOAN-INSTALMENT-FILE
              CLOSE LOAN-INSTALMENT-FILE
              OPEN I-O LOAN-INSTALMENT-FILE
           END-IF
           IF WS-LIDX-STATUS NOT = '00'
              DISPLAY 'Error opening loan instalment index'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '00'
              MOVE 'Y' TO WS-CAL-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-CAL-FILE-OPEN
           END-IF
           PERFORM COUNT-PRIOR-INSTALMENTS
           WRITE REGISTER-LINE FROM REGISTER-HEADER-1
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-THROUGH-DATE TO RH-THROUGH-DATE
           WRITE REGISTER-LINE FROM REGISTER-HEADER-2
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADER
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
           END-START.

       SET-MONTH-END-THROUGH-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-ROLL-YEAR
           MOVE WS-RUN-DATE(6:2) TO WS-ROLL-MONTH
           PERFORM SET-MONTH-DAYS
           MOVE WS-RUN-DATE(1:8) TO WS-THROUGH-DATE(1:8)
           MOVE WS-MONTH-DAYS TO WS-THROUGH-DATE(9:2).

      *    Instalments already emitted under this run date (a rerun
      *    after a fix, or a second run in the month) set the
      *    starting sequence, so TRAN-IDs stay unique for the date.
       COUNT-PRIOR-INSTALMENTS.
           COMPUTE WS-RANGE-LOW = WS-RUN-DATE-DIGITS * 10000000
              + 7500000
           COMPUTE WS-RANGE-HIGH = WS-RUN-DATE-DIGITS * 10000000
              + 7999999
           MOVE WS-RANGE-LOW TO LI-TRAN-ID
           MOVE 'N' TO WS-LIDX-EOF
           START LOAN-INSTALMENT-FILE KEY IS NOT LESS THAN LI-TRAN-ID
              INVALID KEY
                 MOVE 'Y' TO WS-LIDX-EOF
           END-START
           PERFORM COUNT-NEXT-PRIOR-INSTALMENT
              UNTIL WS-LIDX-EOF = 'Y'.

       COUNT-NEXT-PRIOR-INSTALMENT.
           READ LOAN-INSTALMENT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LIDX-EOF
              NOT AT END
                 IF LI-TRAN-ID > WS-RANGE-HIGH
                    MOVE 'Y' TO WS-LIDX-EOF
                 ELSE
                    ADD 1 TO WS-GEN-SEQ
                 END-IF
           END-READ.

       SWEEP-LOANS.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF LN-ACTIVE
                    ADD 1 TO WS-LOAN-COUNT
                    PERFORM PROCESS-ACTIVE-LOAN
                 END-IF
           END-READ.

      *    A loan whose instalments were missed by an earlier run
      *    catches up: every instalment from the loan's pointer up
      *    to the through date goes out tonight, each with its own
      *    business due date and TRAN-ID.
       PROCESS-ACTIVE-LOAN.
           MOVE 'N' TO WS-LOAN-CHANGED
           MOVE 'N' TO WS-LOAN-DONE
           PERFORM EMIT-NEXT-INSTALMENT UNTIL WS-LOAN-DONE = 'Y'
           IF WS-LOAN-CHANGED = 'Y'
              REWRITE LOAN-RECORD
              IF WS-LOAN-STATUS NOT = '00'
                 DISPLAY 'Error rewriting loan: ' LN-CUST-ID '/'
                    LN-ACCT-NO
              END-IF
           END-IF.

       EMIT-NEXT-INSTALMENT.
           IF LN-NEXT-INSTAL-NO > LN-TERM-MONTHS
              MOVE 'Y' TO WS-LOAN-DONE
           ELSE
              MOVE LN-CUST-ID TO LS-CUST-ID
              MOVE LN-ACCT-NO TO LS-ACCT-NO
              MOVE LN-NEXT-INSTAL-NO TO LS-INSTAL-NO
              READ LOAN-SCHEDULE-FILE
                 INVALID KEY
                    DISPLAY 'Schedule instalment missing: '
                       LN-CUST-ID '/' LN-ACCT-NO ' ' LN-NEXT-INSTAL-NO
                    MOVE 'Y' TO WS-LOAN-DONE
                 NOT INVALID KEY
                    IF LS-DUE-DATE > WS-THROUGH-DATE
                       MOVE 'Y' TO WS-LOAN-DONE
                    ELSE
                       IF LS-SCHEDULED
                          PERFORM EMIT-INSTALMENT
                       END-IF
                       ADD 1 TO LN-NEXT-INSTAL-NO
                       MOVE 'Y' TO WS-LOAN-CHANGED
                    END-IF
              END-READ
           END-IF.

       EMIT-INSTALMENT.
           MOVE LS-DUE-DATE TO WS-ROLL-DATE
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-ROLL-DATE NOT = LS-DUE-DATE
              ADD 1 TO WS-ROLLED-COUNT
           END-IF
           ADD 1 TO WS-GEN-SEQ
           COMPUTE TRAN-ID = WS-RUN-DATE-DIGITS * 10000000
              + 7500000 + WS-GEN-SEQ
           MOVE LN-CUST-ID TO TRAN-CUST-ID
           MOVE 'DB' TO TRAN-TYPE
           MOVE LS-PAYMENT-AMOUNT TO TRAN-AMOUNT
           MOVE WS-ROLL-DATE TO TRAN-DATE
           ACCEPT WS-TRAN-TIME FROM TIME
           MOVE WS-TRAN-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE LN-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'LON' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TRAN-RECORD-COUNT
           ADD LS-PAYMENT-AMOUNT TO WS-TRAN-HASH-TOTAL
           PERFORM WRITE-INSTALMENT-INDEX
           MOVE 'D' TO LS-STATUS
           MOVE WS-ROLL-DATE TO LS-BUSINESS-DUE-DATE
           MOVE TRAN-ID TO LS-TRAN-ID
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-SCHD-STATUS NOT = '00'
              DISPLAY 'Error rewriting schedule: ' LS-CUST-ID '/'
                 LS-ACCT-NO ' ' LS-INSTAL-NO
           END-IF
           ADD 1 TO WS-EMITTED-COUNT
           ADD LS-PAYMENT-AMOUNT TO WS-TOTAL-DUE
           ADD LS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
           ADD LS-PRINCIPAL-AMOUNT TO WS-TOTAL-PRINCIPAL
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-INSTALMENT-INDEX.
           MOVE TRAN-ID TO LI-TRAN-ID
           MOVE LS-CUST-ID TO LI-CUST-ID
           MOVE LS-ACCT-NO TO LI-ACCT-NO
           MOVE LS-INSTAL-NO TO LI-INSTAL-NO
           MOVE WS-ROLL-DATE TO LI-BUSINESS-DUE-DATE
           MOVE LS-PAYMENT-AMOUNT TO LI-PAYMENT-AMOUNT
           MOVE LS-INTEREST-AMOUNT TO LI-INTEREST-AMOUNT
           MOVE LS-PRINCIPAL-AMOUNT TO LI-PRINCIPAL-AMOUNT
           MOVE LN-CURRENCY-CODE TO LI-CURRENCY-CODE
           WRITE LOAN-INSTALMENT-RECORD
              INVALID KEY
                 DISPLAY 'Error writing instalment index: '
                    LI-TRAN-ID ' ' WS-LIDX-STATUS
           END-WRITE.

      *    A due date on a declared non-processing day (weekend or
      *    holiday on BUSCAL) moves forward to the next business
      *    day, as SOGEN rolls standing orders. A date with no
      *    calendar record is an ordinary business day; with no
      *    calendar at all the contractual date stands.
       ROLL-TO-BUSINESS-DAY.
           IF WS-CAL-FILE-OPEN = 'Y'
              MOVE 0 TO WS-ROLL-TRIES
              MOVE 'N' TO WS-DAY-IS-BUSINESS
              PERFORM CHECK-AND-BUMP-DAY
                 UNTIL WS-DAY-IS-BUSINESS = 'Y' OR
                       WS-ROLL-TRIES > 30
           END-IF.

       CHECK-AND-BUMP-DAY.
           MOVE WS-ROLL-DATE TO CAL-DATE
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
           MOVE WS-ROLL-DATE(1:4) TO WS-DATE-INTEGER(1:4)
           MOVE WS-ROLL-DATE(6:2) TO WS-DATE-INTEGER(5:2)
           MOVE WS-ROLL-DATE(9:2) TO WS-DATE-INTEGER(7:2)
           COMPUTE WS-DATE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER) + 1
           COMPUTE WS-DATE-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-DATE-SERIAL)
           MOVE WS-DATE-INTEGER(1:4) TO WS-ROLL-DATE(1:4)
           MOVE '-' TO WS-ROLL-DATE(5:1)
           MOVE WS-DATE-INTEGER(5:2) TO WS-ROLL-DATE(6:2)
           MOVE '-' TO WS-ROLL-DATE(8:1)
           MOVE WS-DATE-INTEGER(7:2) TO WS-ROLL-DATE(9:2).

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

      *    Same 'TL' trailer FEEACCR writes so the feed passes the
      *    usual completeness checks; TRANWHSE LOAD skips it.
       WRITE-TRAILER-RECORD.
           COMPUTE TRAN-ID = WS-TRAN-HASH-TOTAL * 100
           MOVE WS-TRAN-RECORD-COUNT TO TRAN-CUST-ID
           MOVE 'TL' TO TRAN-TYPE
           MOVE 0 TO TRAN-AMOUNT
           MOVE '9999-12-31' TO TRAN-DATE
           MOVE SPACES TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE SPACES TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE LS-CUST-ID TO RD-CUST-ID
           MOVE LS-ACCT-NO TO RD-ACCT-NO
           MOVE LS-INSTAL-NO TO RD-INSTAL-NO
           MOVE LS-DUE-DATE TO RD-DUE-DATE
           MOVE LS-BUSINESS-DUE-DATE TO RD-POSTS-ON
           MOVE LS-TRAN-ID TO RD-TRAN-ID
           MOVE LS-PAYMENT-AMOUNT TO RD-PAYMENT
           MOVE LS-INTEREST-AMOUNT TO RD-INTEREST
           MOVE LS-PRINCIPAL-AMOUNT TO RD-PRINCIPAL
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       FINALIZATION.
           PERFORM WRITE-TRAILER-RECORD
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'Total Instalments Due:' TO RT-LABEL
           MOVE WS-TOTAL-DUE TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE '  Interest:' TO RT-LABEL
           MOVE WS-TOTAL-INTEREST TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE '  Principal:' TO RT-LABEL
           MOVE WS-TOTAL-PRINCIPAL TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'Active Loans Read:' TO RC-LABEL
           MOVE WS-LOAN-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Instalments Emitted:' TO RC-LABEL
           MOVE WS-EMITTED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Rolled To A Business Day:' TO RC-LABEL
           MOVE WS-ROLLED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE

           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-INSTALMENT-FILE
           CLOSE LOAN-TRAN-FILE
           CLOSE LOAN-REGISTER
           IF WS-CAL-FILE-OPEN = 'Y'
              CLOSE CALENDAR-FILE
           END-IF

           DISPLAY 'Loan Instalment Run Complete'
           DISPLAY 'Instalments Emitted: ' WS-EMITTED-COUNT
           DISPLAY 'Total Due: ' WS-TOTAL-DUE.
