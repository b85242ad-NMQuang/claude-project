       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANARR.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * LOAN INSTALMENT SETTLEMENT AND ARREARS                        *
      * Runs nightly after posting. Every loan instalment debit       *
      * BATCHJOB rejected on the night's ERRLOG generation is traced  *
      * through the LOANIDX instalment index back to its loan and     *
      * marked in arrears on the schedule with the reject reason. The *
      * loan book is then swept: an emitted instalment now on         *
      * TRANHIST (posted by BATCHJOB on its business due date, or     *
      * later by SUSPPROC from suspense) is settled, and one still    *
      * unposted after its business due date is in arrears even if    *
      * its reject fell on a night this step did not run. Each loan's *
      * instalments paid, outstanding principal, arrears count and    *
      * amount, oldest unpaid due date and days past due are          *
      * recomputed from its schedule, so a rerun changes nothing; a   *
      * loan whose last instalment settles is marked paid off.        *
      * The arrears report LOANARPT lists every loan in arrears,      *
      * longest overdue first, with the aging totals.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

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

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT ARREARS-SORT-FILE ASSIGN TO 'LOANSRT1'.

           SELECT ARREARS-REPORT ASSIGN TO 'LOANARPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-LOG.
       01  ERROR-RECORD.
           05 ERR-TIMESTAMP        PIC X(20).
           05 ERR-TRAN-ID          PIC 9(15).
           05 ERR-MESSAGE          PIC X(100).
           05 ERR-OPERATOR         PIC X(8).
           05 ERR-BRANCH-ID        PIC X(3).
           05 ERR-AMOUNT           PIC S9(10)V99.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSREC.

       FD  LOAN-INSTALMENT-FILE.
           COPY LOANIREC.

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

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       SD  ARREARS-SORT-FILE.
       01  ARREARS-SORT-RECORD.
           05 AS-DAYS-PAST-DUE     PIC 9(5).
           05 AS-ARREARS-AMOUNT    PIC 9(10)V99.
           05 AS-CUST-ID           PIC 9(10).
           05 AS-ACCT-NO           PIC 9(4).
           05 AS-CUST-NAME         PIC X(24).
           05 AS-ARREARS-COUNT     PIC 9(3).
           05 AS-OLDEST-DUE        PIC X(10).
           05 AS-OUTSTANDING       PIC 9(10)V99.
           05 AS-REASON            PIC X(25).

       FD  ARREARS-REPORT.
       01  ARREARS-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-LIDX-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-LOAN-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SCHED-EOF            PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-BUSINESS-DATE-DIGITS PIC 9(8).
       01  WS-RUN-SERIAL           PIC 9(7).
       01  WS-OLDEST-INTEGER       PIC 9(8).
       01  WS-OLDEST-SERIAL        PIC 9(7).
       01  WS-DAYS-PAST-DUE        PIC S9(5).
       01  WS-ID-DATE              PIC 9(8).
       01  WS-ID-SUFFIX            PIC 9(7).
       01  WS-WAS-IN-ARREARS       PIC X.

      *    Per-loan figures rebuilt from the schedule on each sweep.
       01  WS-PAID-COUNT           PIC 9(3).
       01  WS-PAID-PRINCIPAL       PIC 9(10)V99.
       01  WS-LAST-PAYMENT-DATE    PIC X(10).
       01  WS-ARREARS-COUNT        PIC 9(3).
       01  WS-ARREARS-AMOUNT       PIC 9(10)V99.
       01  WS-OLDEST-UNPAID-DATE   PIC X(10).
       01  WS-OLDEST-REASON        PIC X(40).

       01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECT-UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01  WS-SETTLED-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNPOSTED-COUNT       PIC 9(7) VALUE 0.
       01  WS-LOAN-COUNT           PIC 9(7) VALUE 0.
       01  WS-ARREARS-LOAN-COUNT   PIC 9(7) VALUE 0.
       01  WS-CURED-COUNT          PIC 9(7) VALUE 0.
       01  WS-PAID-OFF-COUNT       PIC 9(7) VALUE 0.
       01  WS-TOTAL-ARREARS        PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-AT-RISK        PIC 9(12)V99 VALUE 0.
       01  WS-BUCKET-TOTALS.
           05 WS-BUCKET-COUNT      PIC 9(7) OCCURS 4 TIMES VALUE 0.
           05 WS-BUCKET-AMOUNT     PIC 9(12)V99 OCCURS 4 TIMES
                                   VALUE 0.
       01  WS-BUCKET-SUB           PIC 9(1).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '          LOAN ARREARS REPORT'.
           05 FILLER               PIC X(16) VALUE 'Business Date:  '.
           05 RH-BUSINESS-DATE     PIC X(10).
           05 FILLER               PIC X(62) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(12) VALUE '  CUSTOMER'.
           05 FILLER               PIC X(6) VALUE 'ACCT'.
           05 FILLER               PIC X(26) VALUE 'NAME'.
           05 FILLER               PIC X(5) VALUE 'INST'.
           05 FILLER               PIC X(19) VALUE
              '   ARREARS AMOUNT  '.
           05 FILLER               PIC X(12) VALUE 'OLDEST DUE'.
           05 FILLER               PIC X(8) VALUE '  DAYS  '.
           05 FILLER               PIC X(19) VALUE
              '      OUTSTANDING  '.
           05 FILLER               PIC X(25) VALUE
              'LAST REJECT REASON'.

       01  DETAIL-LINE.
           05 DL-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ACCT-NO           PIC 9(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-NAME         PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ARREARS-COUNT     PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ARREARS-AMOUNT    PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OLDEST-DUE        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS-PAST-DUE     PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OUTSTANDING       PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-REASON            PIC X(25).

       01  BUCKET-LINE.
           05 BL-LABEL             PIC X(30).
           05 BL-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 BL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(75) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM MARK-NEXT-REJECT UNTIL WS-LOG-EOF-FLAG = 'Y'
           SORT ARREARS-SORT-FILE
              ON DESCENDING KEY AS-DAYS-PAST-DUE
                                AS-ARREARS-AMOUNT
              INPUT PROCEDURE IS SWEEP-LOAN-BOOK
              OUTPUT PROCEDURE IS REPORT-ARREARS
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Loan Settlement and Arrears'
           DISPLAY 'Enter Business Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
              ACCEPT WS-BUSINESS-DATE-DIGITS FROM DATE YYYYMMDD
              MOVE WS-BUSINESS-DATE-DIGITS(1:4)
                 TO WS-BUSINESS-DATE(1:4)
              MOVE '-' TO WS-BUSINESS-DATE(5:1)
              MOVE WS-BUSINESS-DATE-DIGITS(5:2)
                 TO WS-BUSINESS-DATE(6:2)
              MOVE '-' TO WS-BUSINESS-DATE(8:1)
              MOVE WS-BUSINESS-DATE-DIGITS(7:2)
                 TO WS-BUSINESS-DATE(9:2)
           END-IF
           MOVE WS-BUSINESS-DATE(1:4) TO WS-BUSINESS-DATE-DIGITS(1:4)
           MOVE WS-BUSINESS-DATE(6:2) TO WS-BUSINESS-DATE-DIGITS(5:2)
           MOVE WS-BUSINESS-DATE(9:2) TO WS-BUSINESS-DATE-DIGITS(7:2)
           COMPUTE WS-RUN-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-DIGITS)
           OPEN INPUT ERROR-LOG
           OPEN I-O LOAN-FILE
           OPEN I-O LOAN-SCHEDULE-FILE
           OPEN INPUT LOAN-INSTALMENT-FILE
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT ARREARS-REPORT
           IF WS-LOG-STATUS NOT = '00' OR
              WS-LOAN-STATUS NOT = '00' OR
              WS-SCHD-STATUS NOT = '00' OR
              WS-LIDX-STATUS NOT = '00' OR
              WS-HIST-STATUS NOT = '00' OR
              WS-CUST-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           WRITE ARREARS-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE FROM COLUMN-HEADER.

      *    Only BATCHJOB's own rejects in LOANDUE's TRAN-ID band
      *    (7,500,000 up) are instalments; whatever the reject
      *    reason, the instalment was not collected.
       MARK-NEXT-REJECT.
           READ ERROR-LOG
              AT END
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
              NOT AT END
                 IF ERR-OPERATOR = 'BATCHJOB'
                    COMPUTE WS-ID-DATE = ERR-TRAN-ID / 10000000
                    COMPUTE WS-ID-SUFFIX =
                       ERR-TRAN-ID - WS-ID-DATE * 10000000
                    IF WS-ID-SUFFIX >= 7500000 AND
                       WS-ID-SUFFIX < 8000000
                       PERFORM MARK-REJECTED-INSTALMENT
                    END-IF
                 END-IF
           END-READ.

       MARK-REJECTED-INSTALMENT.
           MOVE ERR-TRAN-ID TO LI-TRAN-ID
           READ LOAN-INSTALMENT-FILE
              INVALID KEY
                 ADD 1 TO WS-REJECT-UNKNOWN-COUNT
              NOT INVALID KEY
                 MOVE LI-CUST-ID TO LS-CUST-ID
                 MOVE LI-ACCT-NO TO LS-ACCT-NO
                 MOVE LI-INSTAL-NO TO LS-INSTAL-NO
                 READ LOAN-SCHEDULE-FILE
                    INVALID KEY
                       ADD 1 TO WS-REJECT-UNKNOWN-COUNT
                    NOT INVALID KEY
                       IF LS-DUE OR LS-IN-ARREARS
                          MOVE 'A' TO LS-STATUS
                          MOVE ERR-MESSAGE TO LS-REJECT-REASON
                          REWRITE LOAN-SCHEDULE-RECORD
                          ADD 1 TO WS-REJECT-COUNT
                       END-IF
                 END-READ
           END-READ.

       SWEEP-LOAN-BOOK.
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-LOAN-EOF-FLAG
           END-START
           PERFORM SETTLE-NEXT-LOAN UNTIL WS-LOAN-EOF-FLAG = 'Y'.

       SETTLE-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-LOAN-EOF-FLAG
              NOT AT END
                 IF LN-ACTIVE
                    ADD 1 TO WS-LOAN-COUNT
                    PERFORM SETTLE-LOAN
                 END-IF
           END-READ.

       SETTLE-LOAN.
           MOVE LN-ARREARS-FLAG TO WS-WAS-IN-ARREARS
           MOVE 0 TO WS-PAID-COUNT
           MOVE 0 TO WS-PAID-PRINCIPAL
           MOVE SPACES TO WS-LAST-PAYMENT-DATE
           MOVE 0 TO WS-ARREARS-COUNT
           MOVE 0 TO WS-ARREARS-AMOUNT
           MOVE SPACES TO WS-OLDEST-UNPAID-DATE
           MOVE SPACES TO WS-OLDEST-REASON
           MOVE LN-CUST-ID TO LS-CUST-ID
           MOVE LN-ACCT-NO TO LS-ACCT-NO
           MOVE 0 TO LS-INSTAL-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHED-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-SCHED-EOF
           END-START
           PERFORM SETTLE-NEXT-INSTALMENT UNTIL WS-SCHED-EOF = 'Y'
           PERFORM UPDATE-LOAN-FIGURES.

       SETTLE-NEXT-INSTALMENT.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHED-EOF
              NOT AT END
                 IF LS-CUST-ID NOT = LN-CUST-ID OR
                    LS-ACCT-NO NOT = LN-ACCT-NO
                    MOVE 'Y' TO WS-SCHED-EOF
                 ELSE
                    IF LS-DUE OR LS-IN-ARREARS
                       PERFORM CHECK-INSTALMENT-POSTED
                    END-IF
                    PERFORM ACCUMULATE-INSTALMENT
                 END-IF
           END-READ.

      *    BATCHJOB and SUSPPROC both write the history record
      *    under the item's own TRAN-DATE (the business due date)
      *    and TRAN-ID. A posting since reversed is not a payment.
       CHECK-INSTALMENT-POSTED.
           MOVE LS-CUST-ID TO PH-CUST-ID
           MOVE LS-BUSINESS-DUE-DATE TO PH-DATE
           MOVE LS-TRAN-ID TO PH-TRAN-ID
           READ TRAN-HISTORY-FILE
              INVALID KEY
                 MOVE 'N' TO PH-REVERSED-FLAG
                 MOVE 0 TO PH-TRAN-ID
              NOT INVALID KEY
                 CONTINUE
           END-READ
           IF PH-TRAN-ID = LS-TRAN-ID AND PH-REVERSED-FLAG NOT = 'Y'
              MOVE 'P' TO LS-STATUS
              IF PH-POSTED-DATE = SPACES
                 MOVE WS-BUSINESS-DATE TO LS-PAID-DATE
              ELSE
                 MOVE PH-POSTED-DATE TO LS-PAID-DATE
              END-IF
              REWRITE LOAN-SCHEDULE-RECORD
              ADD 1 TO WS-SETTLED-COUNT
           ELSE
              IF LS-DUE AND LS-BUSINESS-DUE-DATE < WS-BUSINESS-DATE
                 MOVE 'A' TO LS-STATUS
                 MOVE 'Not posted by business due date'
                    TO LS-REJECT-REASON
                 REWRITE LOAN-SCHEDULE-RECORD
                 ADD 1 TO WS-UNPOSTED-COUNT
              END-IF
           END-IF.

       ACCUMULATE-INSTALMENT.
           IF LS-PAID
              ADD 1 TO WS-PAID-COUNT
              ADD LS-PRINCIPAL-AMOUNT TO WS-PAID-PRINCIPAL
              IF LS-PAID-DATE > WS-LAST-PAYMENT-DATE
                 MOVE LS-PAID-DATE TO WS-LAST-PAYMENT-DATE
              END-IF
           END-IF
           IF LS-IN-ARREARS
              ADD 1 TO WS-ARREARS-COUNT
              ADD LS-PAYMENT-AMOUNT TO WS-ARREARS-AMOUNT
              IF WS-OLDEST-UNPAID-DATE = SPACES OR
                 LS-BUSINESS-DUE-DATE < WS-OLDEST-UNPAID-DATE
                 MOVE LS-BUSINESS-DUE-DATE TO WS-OLDEST-UNPAID-DATE
                 MOVE LS-REJECT-REASON TO WS-OLDEST-REASON
              END-IF
           END-IF.

       UPDATE-LOAN-FIGURES.
           MOVE WS-PAID-COUNT TO LN-INSTALMENTS-PAID
           IF WS-PAID-PRINCIPAL < LN-PRINCIPAL
              COMPUTE LN-OUTSTANDING-PRINCIPAL =
                 LN-PRINCIPAL - WS-PAID-PRINCIPAL
           ELSE
              MOVE 0 TO LN-OUTSTANDING-PRINCIPAL
           END-IF
           MOVE WS-LAST-PAYMENT-DATE TO LN-LAST-PAYMENT-DATE
           MOVE WS-ARREARS-COUNT TO LN-ARREARS-COUNT
           MOVE WS-ARREARS-AMOUNT TO LN-ARREARS-AMOUNT
           MOVE WS-OLDEST-UNPAID-DATE TO LN-OLDEST-UNPAID-DATE
           IF WS-ARREARS-COUNT > 0
              MOVE 'Y' TO LN-ARREARS-FLAG
              PERFORM COMPUTE-DAYS-PAST-DUE
              MOVE WS-DAYS-PAST-DUE TO LN-DAYS-PAST-DUE
           ELSE
              MOVE 'N' TO LN-ARREARS-FLAG
              MOVE 0 TO LN-DAYS-PAST-DUE
              IF WS-WAS-IN-ARREARS = 'Y'
                 ADD 1 TO WS-CURED-COUNT
              END-IF
           END-IF
           IF WS-PAID-COUNT NOT < LN-TERM-MONTHS
              MOVE 'P' TO LN-STATUS
              ADD 1 TO WS-PAID-OFF-COUNT
           END-IF
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = '00'
              DISPLAY 'Error rewriting loan: ' LN-CUST-ID '/'
                 LN-ACCT-NO
           END-IF
           IF LN-IN-ARREARS
              PERFORM RELEASE-ARREARS-RECORD
           END-IF.

       COMPUTE-DAYS-PAST-DUE.
           MOVE WS-OLDEST-UNPAID-DATE(1:4) TO WS-OLDEST-INTEGER(1:4)
           MOVE WS-OLDEST-UNPAID-DATE(6:2) TO WS-OLDEST-INTEGER(5:2)
           MOVE WS-OLDEST-UNPAID-DATE(9:2) TO WS-OLDEST-INTEGER(7:2)
           COMPUTE WS-OLDEST-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-OLDEST-INTEGER)
           COMPUTE WS-DAYS-PAST-DUE = WS-RUN-SERIAL - WS-OLDEST-SERIAL
           IF WS-DAYS-PAST-DUE < 0
              MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF.

       RELEASE-ARREARS-RECORD.
           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE SPACES TO CUST-NAME
              NOT INVALID KEY
                 CONTINUE
           END-READ
           MOVE LN-DAYS-PAST-DUE TO AS-DAYS-PAST-DUE
           MOVE LN-ARREARS-AMOUNT TO AS-ARREARS-AMOUNT
           MOVE LN-CUST-ID TO AS-CUST-ID
           MOVE LN-ACCT-NO TO AS-ACCT-NO
           MOVE CUST-NAME TO AS-CUST-NAME
           MOVE LN-ARREARS-COUNT TO AS-ARREARS-COUNT
           MOVE LN-OLDEST-UNPAID-DATE TO AS-OLDEST-DUE
           MOVE LN-OUTSTANDING-PRINCIPAL TO AS-OUTSTANDING
           MOVE WS-OLDEST-REASON TO AS-REASON
           RELEASE ARREARS-SORT-RECORD.

       REPORT-ARREARS.
           PERFORM REPORT-NEXT-ARREARS
              UNTIL WS-SORT-EOF-FLAG = 'Y'.

       REPORT-NEXT-ARREARS.
           RETURN ARREARS-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 EVALUATE TRUE
                    WHEN AS-DAYS-PAST-DUE < 30
                       MOVE 1 TO WS-BUCKET-SUB
                    WHEN AS-DAYS-PAST-DUE < 60
                       MOVE 2 TO WS-BUCKET-SUB
                    WHEN AS-DAYS-PAST-DUE < 90
                       MOVE 3 TO WS-BUCKET-SUB
                    WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
                 END-EVALUATE
                 ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
                 ADD AS-ARREARS-AMOUNT
                    TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
                 ADD 1 TO WS-ARREARS-LOAN-COUNT
                 ADD AS-ARREARS-AMOUNT TO WS-TOTAL-ARREARS
                 ADD AS-OUTSTANDING TO WS-TOTAL-AT-RISK
                 PERFORM WRITE-ARREARS-LINE
           END-RETURN.

       WRITE-ARREARS-LINE.
           MOVE AS-CUST-ID TO DL-CUST-ID
           MOVE AS-ACCT-NO TO DL-ACCT-NO
           MOVE AS-CUST-NAME TO DL-CUST-NAME
           MOVE AS-ARREARS-COUNT TO DL-ARREARS-COUNT
           MOVE AS-ARREARS-AMOUNT TO DL-ARREARS-AMOUNT
           MOVE AS-OLDEST-DUE TO DL-OLDEST-DUE
           MOVE AS-DAYS-PAST-DUE TO DL-DAYS-PAST-DUE
           MOVE AS-OUTSTANDING TO DL-OUTSTANDING
           MOVE AS-REASON TO DL-REASON
           WRITE ARREARS-REPORT-LINE FROM DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           MOVE 'Past Due 0-29 Days:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(1) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(1) TO BL-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM BUCKET-LINE
           MOVE 'Past Due 30-59 Days:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(2) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(2) TO BL-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM BUCKET-LINE
           MOVE 'Past Due 60-89 Days:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(3) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(3) TO BL-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM BUCKET-LINE
           MOVE 'Past Due 90+ Days:' TO BL-LABEL
           MOVE WS-BUCKET-COUNT(4) TO BL-COUNT
           MOVE WS-BUCKET-AMOUNT(4) TO BL-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM BUCKET-LINE
           MOVE SPACES TO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE
           MOVE 'Total Arrears:' TO SA-LABEL
           MOVE WS-TOTAL-ARREARS TO SA-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Principal On Loans In Arrears:' TO SA-LABEL
           MOVE WS-TOTAL-AT-RISK TO SA-AMOUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Active Loans Swept:' TO SC-LABEL
           MOVE WS-LOAN-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Loans In Arrears:' TO SC-LABEL
           MOVE WS-ARREARS-LOAN-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Instalments Rejected:' TO SC-LABEL
           MOVE WS-REJECT-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Not Posted By Due Date:' TO SC-LABEL
           MOVE WS-UNPOSTED-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Instalments Settled:' TO SC-LABEL
           MOVE WS-SETTLED-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Loans Out Of Arrears:' TO SC-LABEL
           MOVE WS-CURED-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Loans Paid Off:' TO SC-LABEL
           MOVE WS-PAID-OFF-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Rejects Not On Loan Index:' TO SC-LABEL
           MOVE WS-REJECT-UNKNOWN-COUNT TO SC-COUNT
           WRITE ARREARS-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE ERROR-LOG
           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-INSTALMENT-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ARREARS-REPORT

           DISPLAY 'Loan Settlement and Arrears Complete'
           DISPLAY 'Instalments Settled: ' WS-SETTLED-COUNT
           DISPLAY 'Loans In Arrears: ' WS-ARREARS-LOAN-COUNT
           IF WS-REJECT-UNKNOWN-COUNT > 0
              DISPLAY 'Instalment rejects not on loan index: '
                 WS-REJECT-UNKNOWN-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
