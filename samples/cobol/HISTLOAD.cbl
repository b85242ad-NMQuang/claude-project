       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * POSTED TRANSACTION LOAD TO DB2                                *
      * Nightly, after BATCHJOB and SUSPPROC: loads every TRANHIST    *
      * posting stamped with the run date into the DB2 TRANSACTIONS   *
      * table the SQL-side reporting reads (and DBUTIL purges and     *
      * reindexes), with the reversed flag as TRNREV left it. A row   *
      * already on the table is not loaded again, so a rerun only     *
      * picks up what is missing. Reversals TRNREV applied today to   *
      * postings loaded on an earlier night are flagged from the      *
      * reversal register REVFILE. The load is then proved from the   *
      * table itself against the date's RUNCTL figures - postings     *
      * (a transfer counted once) against BATCHJOB's successful count *
      * plus SUSPPROC's reprocessed count, and the net of what hit    *
      * customer balances against the two net amounts. Any mismatch   *
      * or SQL failure ends RC 16 with a severity-1 ALRTFILE alert.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT REVERSAL-REGISTER ASSIGN TO 'REVFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-KEY
           FILE STATUS IS WS-REV-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALRTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT LOAD-REPORT ASSIGN TO 'HLOADRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REVERSAL-REGISTER.
       01  REVERSAL-RECORD.
           05 RV-KEY.
              10 RV-ORIG-DATE      PIC X(10).
              10 RV-ORIG-TRAN-ID   PIC 9(15).
           05 RV-REVERSAL-DATE     PIC X(10).
           05 RV-OPERATOR          PIC X(8).
           05 RV-TYPE              PIC X(2).
           05 RV-AMOUNT            PIC S9(10)V99.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-RUN-DATE       PIC X(8).
              10 RC-CYCLE          PIC 9(2).
           05 RC-STATUS            PIC X(1).
           05 RC-TRAN-COUNT        PIC 9(7).
           05 RC-SUCCESS-COUNT     PIC 9(7).
           05 RC-ERROR-COUNT       PIC 9(7).
           05 RC-NET-AMOUNT        PIC S9(12)V99.
           05 RC-OPENING-BAL-TOTAL PIC S9(12)V99.
           05 RC-CLOSING-BAL-TOTAL PIC S9(12)V99.
           05 RC-VALIDATE-STATUS   PIC X(1).
           05 RC-RPTGEN-STATUS     PIC X(1).
           05 RC-SUSP-IN-COUNT     PIC 9(7).
           05 RC-SUSP-OUT-COUNT    PIC 9(7).
           05 RC-RECON-MISMATCH-COUNT PIC 9(7).
           05 RC-TRANSFER-NET      PIC S9(12)V99.
           05 RC-SUSP-NET-AMOUNT   PIC S9(12)V99.

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-KEY.
              10 AL-DATE           PIC X(8).
              10 AL-PROGRAM        PIC X(8).
              10 AL-SEQ            PIC 9(4).
           05 AL-SEVERITY          PIC 9(1).
           05 AL-REF-KEY           PIC X(20).
           05 AL-MESSAGE           PIC X(80).
           05 AL-ACK-FLAG          PIC X(1).
           05 AL-ACK-OPERATOR      PIC X(8).

       FD  LOAD-REPORT.
       01  LOAD-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-REV-STATUS           PIC XX.
       01  WS-RUNCTL-STATUS        PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-SQLCODE              PIC S9(9) COMP.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DATE-IN              PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-FMT         PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).

       01  WS-HIST-EOF             PIC X VALUE 'N'.
       01  WS-REV-EOF              PIC X VALUE 'N'.
       01  WS-RUNCTL-EOF           PIC X VALUE 'N'.
       01  WS-RUNCTL-FOUND         PIC X VALUE 'N'.
       01  WS-LOAD-FAILED          PIC X VALUE 'N'.
       01  WS-OUT-OF-BALANCE       PIC X VALUE 'N'.

       01  WS-HIST-ROW-COUNT       PIC 9(9) VALUE 0.
       01  WS-INSERTED-COUNT       PIC 9(9) VALUE 0.
       01  WS-ALREADY-LOADED-COUNT PIC 9(9) VALUE 0.
       01  WS-FLAG-UPDATE-COUNT    PIC 9(9) VALUE 0.
       01  WS-REV-FLAG-COUNT       PIC 9(9) VALUE 0.
       01  WS-SQL-ERROR-COUNT      PIC 9(9) VALUE 0.
       01  WS-UNCOMMITTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-COMMIT-INTERVAL      PIC 9(5) VALUE 500.

       01  WS-EXPECTED-COUNT       PIC S9(9) VALUE 0.
       01  WS-EXPECTED-NET         PIC S9(13)V99 VALUE 0.

      *    Host variables for the TRANSACTIONS row.
       01  WS-TRANSACTION-ID       PIC 9(15).
       01  WS-CUSTOMER-ID          PIC 9(10).
       01  WS-TRANSACTION-DATE     PIC X(10).
       01  WS-TRANSACTION-TIME     PIC X(8).
       01  WS-TRANSACTION-TYPE     PIC X(2).
       01  WS-TRANSACTION-AMOUNT   PIC S9(10)V99.
       01  WS-CURRENCY-CODE        PIC X(3).
       01  WS-FROM-CUSTOMER-ID     PIC 9(10).
       01  WS-TO-CUSTOMER-ID       PIC 9(10).
       01  WS-BRANCH-ID            PIC X(3).
       01  WS-REVERSED-FLAG        PIC X(1).
       01  WS-POSTED-DATE          PIC X(10).
       01  WS-POSTED-AMOUNT        PIC S9(10)V99.
       01  WS-DB-REVERSED-FLAG     PIC X(1).
       01  WS-DB-ROW-COUNT         PIC S9(9) COMP.
       01  WS-DB-POSTING-COUNT     PIC S9(9) COMP.
       01  WS-DB-NET-AMOUNT        PIC S9(13)V99 COMP-3.

       01  WS-ALERT-FILE-OPEN      PIC X VALUE 'N'.
       01  WS-ALERT-SEQ            PIC 9(4) VALUE 0.
       01  WS-ALERT-STORED         PIC X.
       01  WS-ALERT-SEVERITY       PIC 9(1).
       01  WS-ALERT-REF-KEY        PIC X(20).
       01  WS-ALERT-MESSAGE        PIC X(80).

       01  RPT-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPT-LABEL            PIC X(40).
           05 RPT-VALUE            PIC -(12)9.99.
           05 FILLER               PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-RUN-CONTROL-FIGURES
           IF WS-RUNCTL-FOUND = 'N'
              DISPLAY 'NO RUN CONTROL RECORD FOR ' WS-RUN-DATE
                 ' - NOTHING TO PROVE THE LOAD AGAINST'
              MOVE 'Y' TO WS-LOAD-FAILED
              MOVE 'No run control record for the load date'
                 TO WS-ALERT-MESSAGE
              PERFORM RAISE-LOAD-ALERT
           ELSE
              PERFORM LOAD-POSTED-TRANSACTIONS
              PERFORM APPLY-REVERSAL-FLAGS
              PERFORM COMMIT-LOAD
              PERFORM PROVE-LOAD
           END-IF
           PERFORM FINALIZATION
           STOP RUN.

      *    SYSIN: the posting date to load (CCYYMMDD, blank for
      *    today) so a load that missed its night can be run late.
       INITIALIZATION.
           DISPLAY 'Starting Posted Transaction Load'
           ACCEPT WS-DATE-IN
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WS-RUN-DATE
           ELSE
              MOVE WS-ACCEPT-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-FMT(1:4)
           MOVE '-' TO WS-RUN-DATE-FMT(5:1)
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-FMT(6:2)
           MOVE '-' TO WS-RUN-DATE-FMT(8:1)
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-FMT(9:2)
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN INPUT RUN-CONTROL-FILE
           OPEN OUTPUT LOAD-REPORT
           IF WS-HIST-STATUS NOT = '00' OR WS-RUNCTL-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              OPEN OUTPUT ALERT-FILE
              CLOSE ALERT-FILE
              OPEN I-O ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = '00'
              MOVE 'Y' TO WS-ALERT-FILE-OPEN
           END-IF
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING 'POSTED TRANSACTION LOAD TO DB2 - POSTING DATE '
              WS-RUN-DATE-FMT DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE.

      *    Every cycle BATCHJOB ran for the date, with the suspense
      *    figures SUSPPROC left on the latest of them.
       LOAD-RUN-CONTROL-FIGURES.
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-EXPECTED-NET
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE 0 TO RC-CYCLE
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RUNCTL-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-RUNCTL-EOF
           END-START
           PERFORM ADD-NEXT-RUN-CONTROL UNTIL WS-RUNCTL-EOF = 'Y'.

       ADD-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RUNCTL-EOF
              NOT AT END
                 IF RC-RUN-DATE NOT = WS-RUN-DATE
                    MOVE 'Y' TO WS-RUNCTL-EOF
                 ELSE
                    MOVE 'Y' TO WS-RUNCTL-FOUND
                    ADD RC-SUCCESS-COUNT TO WS-EXPECTED-COUNT
                    ADD RC-SUSP-IN-COUNT TO WS-EXPECTED-COUNT
                    SUBTRACT RC-SUSP-OUT-COUNT FROM WS-EXPECTED-COUNT
                    ADD RC-NET-AMOUNT TO WS-EXPECTED-NET
                    ADD RC-SUSP-NET-AMOUNT TO WS-EXPECTED-NET
                 END-IF
           END-READ.

      *    TRANHIST is keyed by customer, so the whole file is passed
      *    and the postings stamped with the load date are taken.
       LOAD-POSTED-TRANSACTIONS.
           MOVE 0 TO PH-CUST-ID
           MOVE SPACES TO PH-DATE
           MOVE 0 TO PH-TRAN-ID
           START TRAN-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HIST-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-HIST-EOF
           END-START
           PERFORM LOAD-NEXT-HISTORY-RECORD UNTIL WS-HIST-EOF = 'Y'.

       LOAD-NEXT-HISTORY-RECORD.
           READ TRAN-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF
              NOT AT END
                 IF PH-POSTED-DATE = WS-RUN-DATE-FMT
                    ADD 1 TO WS-HIST-ROW-COUNT
                    PERFORM LOAD-HISTORY-ROW
                 END-IF
           END-READ.

       LOAD-HISTORY-ROW.
           MOVE PH-TRAN-ID TO WS-TRANSACTION-ID
           MOVE PH-CUST-ID TO WS-CUSTOMER-ID
           MOVE PH-DATE TO WS-TRANSACTION-DATE
           MOVE PH-TIME TO WS-TRANSACTION-TIME
           MOVE PH-TYPE TO WS-TRANSACTION-TYPE
           MOVE PH-AMOUNT TO WS-TRANSACTION-AMOUNT
           MOVE PH-CURRENCY-CODE TO WS-CURRENCY-CODE
           MOVE PH-FROM-CUST-ID TO WS-FROM-CUSTOMER-ID
           MOVE PH-TO-CUST-ID TO WS-TO-CUSTOMER-ID
           MOVE PH-BRANCH-ID TO WS-BRANCH-ID
           MOVE PH-REVERSED-FLAG TO WS-REVERSED-FLAG
           MOVE PH-POSTED-DATE TO WS-POSTED-DATE
           MOVE PH-POSTED-AMOUNT TO WS-POSTED-AMOUNT

           EXEC SQL
              SELECT REVERSED_FLAG
              INTO :WS-DB-REVERSED-FLAG
              FROM TRANSACTIONS
              WHERE TRANSACTION_ID = :WS-TRANSACTION-ID
                AND CUSTOMER_ID = :WS-CUSTOMER-ID
                AND TRANSACTION_DATE = :WS-TRANSACTION-DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 100
                 PERFORM INSERT-TRANSACTION-ROW
              WHEN 0
                 ADD 1 TO WS-ALREADY-LOADED-COUNT
                 IF WS-DB-REVERSED-FLAG NOT = WS-REVERSED-FLAG
                    PERFORM UPDATE-REVERSED-FLAG
                 END-IF
              WHEN OTHER
                 PERFORM LOG-SQL-ERROR
           END-EVALUATE.

       INSERT-TRANSACTION-ROW.
           EXEC SQL
              INSERT INTO TRANSACTIONS
                 (TRANSACTION_ID, CUSTOMER_ID, TRANSACTION_DATE,
                  TRANSACTION_TIME, TRANSACTION_TYPE,
                  TRANSACTION_AMOUNT, CURRENCY_CODE,
                  FROM_CUSTOMER_ID, TO_CUSTOMER_ID, BRANCH_ID,
                  REVERSED_FLAG, POSTED_DATE, POSTED_AMOUNT)
              VALUES
                 (:WS-TRANSACTION-ID, :WS-CUSTOMER-ID,
                  :WS-TRANSACTION-DATE, :WS-TRANSACTION-TIME,
                  :WS-TRANSACTION-TYPE, :WS-TRANSACTION-AMOUNT,
                  :WS-CURRENCY-CODE, :WS-FROM-CUSTOMER-ID,
                  :WS-TO-CUSTOMER-ID, :WS-BRANCH-ID,
                  :WS-REVERSED-FLAG, :WS-POSTED-DATE,
                  :WS-POSTED-AMOUNT)
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-INSERTED-COUNT
              ADD 1 TO WS-UNCOMMITTED-COUNT
              IF WS-UNCOMMITTED-COUNT NOT < WS-COMMIT-INTERVAL
                 PERFORM COMMIT-LOAD
              END-IF
           ELSE
              PERFORM LOG-SQL-ERROR
           END-IF.

      *    A row loaded before TRNREV marked the posting reversed
      *    takes the flag the history record now carries.
       UPDATE-REVERSED-FLAG.
           EXEC SQL
              UPDATE TRANSACTIONS
                 SET REVERSED_FLAG = :WS-REVERSED-FLAG
              WHERE TRANSACTION_ID = :WS-TRANSACTION-ID
                AND CUSTOMER_ID = :WS-CUSTOMER-ID
                AND TRANSACTION_DATE = :WS-TRANSACTION-DATE
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-FLAG-UPDATE-COUNT
           ELSE
              PERFORM LOG-SQL-ERROR
           END-IF.

      *    Reversals applied today to postings from earlier nights:
      *    the register carries the original date and TRAN-ID, which
      *    flags every leg of the original on the table.
       APPLY-REVERSAL-FLAGS.
           OPEN INPUT REVERSAL-REGISTER
           IF WS-REV-STATUS = '00'
              MOVE 'N' TO WS-REV-EOF
              PERFORM APPLY-NEXT-REVERSAL UNTIL WS-REV-EOF = 'Y'
              CLOSE REVERSAL-REGISTER
           ELSE
              DISPLAY 'No reversal register - earlier postings '
                 'reversed today are not flagged'
           END-IF.

       APPLY-NEXT-REVERSAL.
           READ REVERSAL-REGISTER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REV-EOF
              NOT AT END
                 IF RV-REVERSAL-DATE = WS-RUN-DATE-FMT
                    PERFORM FLAG-REVERSED-POSTING
                 END-IF
           END-READ.

       FLAG-REVERSED-POSTING.
           MOVE RV-ORIG-TRAN-ID TO WS-TRANSACTION-ID
           MOVE RV-ORIG-DATE TO WS-TRANSACTION-DATE
           EXEC SQL
              UPDATE TRANSACTIONS
                 SET REVERSED_FLAG = 'Y'
              WHERE TRANSACTION_ID = :WS-TRANSACTION-ID
                AND TRANSACTION_DATE = :WS-TRANSACTION-DATE
                AND REVERSED_FLAG <> 'Y'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REV-FLAG-COUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM LOG-SQL-ERROR
           END-EVALUATE.

       COMMIT-LOAD.
           EXEC SQL
              COMMIT
           END-EXEC
           MOVE 0 TO WS-UNCOMMITTED-COUNT.

       LOG-SQL-ERROR.
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-SQL-ERROR-COUNT
           MOVE 'Y' TO WS-LOAD-FAILED
           DISPLAY 'TRANSACTIONS load failed for TRAN-ID '
              WS-TRANSACTION-ID ' SQLCODE: ' WS-SQLCODE.

      *    The proof reads the table, not the counts kept above: every
      *    history row for the date must be there, and the postings
      *    on it must tie to run control. A transfer is one posting
      *    (its debit leg) and nets to nothing, as BATCHJOB counts it.
       PROVE-LOAD.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DB-ROW-COUNT
              FROM TRANSACTIONS
              WHERE POSTED_DATE = :WS-RUN-DATE-FMT
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM LOG-SQL-ERROR
           END-IF

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE
                        WHEN TRANSACTION_TYPE IN ('CR', 'AD')
                           THEN POSTED_AMOUNT
                        WHEN TRANSACTION_TYPE = 'DB'
                           THEN 0 - POSTED_AMOUNT
                        ELSE 0 END), 0)
              INTO :WS-DB-POSTING-COUNT, :WS-DB-NET-AMOUNT
              FROM TRANSACTIONS
              WHERE POSTED_DATE = :WS-RUN-DATE-FMT
                AND (TRANSACTION_TYPE <> 'TR'
                     OR CUSTOMER_ID = FROM_CUSTOMER_ID)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM LOG-SQL-ERROR
           END-IF

           IF WS-DB-ROW-COUNT NOT = WS-HIST-ROW-COUNT
              OR WS-DB-POSTING-COUNT NOT = WS-EXPECTED-COUNT
              OR WS-DB-NET-AMOUNT NOT = WS-EXPECTED-NET
              MOVE 'Y' TO WS-OUT-OF-BALANCE
              DISPLAY 'TRANSACTIONS LOAD DOES NOT BALANCE TO RUN '
                 'CONTROL FOR ' WS-RUN-DATE
              MOVE 'DB2 TRANSACTIONS load out of balance to run control'
                 TO WS-ALERT-MESSAGE
              PERFORM RAISE-LOAD-ALERT
           END-IF
           IF WS-SQL-ERROR-COUNT > 0
              MOVE 'DB2 TRANSACTIONS load had SQL failures'
                 TO WS-ALERT-MESSAGE
              PERFORM RAISE-LOAD-ALERT
           END-IF
           PERFORM WRITE-LOAD-REPORT.

       WRITE-LOAD-REPORT.
           MOVE 'TRANHIST rows posted on the date' TO RPT-LABEL
           MOVE WS-HIST-ROW-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Rows inserted this run' TO RPT-LABEL
           MOVE WS-INSERTED-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Rows already loaded (skipped)' TO RPT-LABEL
           MOVE WS-ALREADY-LOADED-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Reversed flags updated from TRANHIST' TO RPT-LABEL
           MOVE WS-FLAG-UPDATE-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Earlier postings flagged from REVFILE' TO RPT-LABEL
           MOVE WS-REV-FLAG-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'SQL failures' TO RPT-LABEL
           MOVE WS-SQL-ERROR-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE 'Table rows for the date' TO RPT-LABEL
           MOVE WS-DB-ROW-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Table postings for the date' TO RPT-LABEL
           MOVE WS-DB-POSTING-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Run control postings (incl. suspense)' TO RPT-LABEL
           MOVE WS-EXPECTED-COUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Table net amount for the date' TO RPT-LABEL
           MOVE WS-DB-NET-AMOUNT TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE 'Run control net (incl. suspense)' TO RPT-LABEL
           MOVE WS-EXPECTED-NET TO RPT-VALUE
           WRITE LOAD-REPORT-LINE FROM RPT-DETAIL
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           IF WS-OUT-OF-BALANCE = 'Y' OR WS-LOAD-FAILED = 'Y'
              MOVE '  *** LOAD NOT PROVED - SEE ALRTFILE AND SYSOUT ***'
                 TO LOAD-REPORT-LINE
           ELSE
              MOVE '  LOAD PROVED TO RUN CONTROL' TO LOAD-REPORT-LINE
           END-IF
           WRITE LOAD-REPORT-LINE.

      *    Common severity-coded operations alert, as FEEDCHK and the
      *    other stream steps raise them for the ALERTRPT console.
       RAISE-LOAD-ALERT.
           MOVE 1 TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REF-KEY
           STRING 'POSTED ' WS-RUN-DATE DELIMITED BY SIZE
              INTO WS-ALERT-REF-KEY
           IF WS-ALERT-FILE-OPEN = 'Y'
              MOVE 'N' TO WS-ALERT-STORED
              PERFORM STORE-ALERT-RECORD
                 UNTIL WS-ALERT-STORED = 'Y' OR WS-ALERT-SEQ > 9998
           END-IF.

       STORE-ALERT-RECORD.
           ADD 1 TO WS-ALERT-SEQ
           MOVE WS-ACCEPT-DATE TO AL-DATE
           MOVE 'HISTLOAD' TO AL-PROGRAM
           MOVE WS-ALERT-SEQ TO AL-SEQ
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
           MOVE WS-ALERT-REF-KEY TO AL-REF-KEY
           MOVE WS-ALERT-MESSAGE TO AL-MESSAGE
           MOVE 'N' TO AL-ACK-FLAG
           MOVE SPACES TO AL-ACK-OPERATOR
           WRITE ALERT-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ALERT-STORED
           END-WRITE.

       FINALIZATION.
           CLOSE TRAN-HISTORY-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE LOAD-REPORT
           IF WS-ALERT-FILE-OPEN = 'Y'
              CLOSE ALERT-FILE
           END-IF
           DISPLAY 'Posted Transaction Load Complete'
           DISPLAY 'History Rows For Date: ' WS-HIST-ROW-COUNT
           DISPLAY 'Inserted: ' WS-INSERTED-COUNT
           DISPLAY 'Already Loaded: ' WS-ALREADY-LOADED-COUNT
           DISPLAY 'SQL Failures: ' WS-SQL-ERROR-COUNT
           IF WS-OUT-OF-BALANCE = 'Y' OR WS-LOAD-FAILED = 'Y'
              MOVE 16 TO RETURN-CODE
           END-IF.

       EMERGENCY-SHUTDOWN.
           DISPLAY 'Emergency shutdown initiated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
