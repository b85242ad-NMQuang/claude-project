       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCOMB.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * POSTING PARTITION COMBINE                                     *
      * Runs once every BATCHJOB partition on PARTDEF and the         *
      * cross-partition pass (99) have completed for the date and     *
      * cycle. Merges their PARTCTL figures into the single RUNCTL    *
      * record EODSUM and RECONCIL read, their GL bucket tables into  *
      * the one balanced GLJRNL journal GLPOST applies, and prints    *
      * the combined control report. The closing balance total and    *
      * the BALHIST snapshot are taken here, after the last posting.  *
      * A partition missing or not completed stops the combine with   *
      * RC 16 and nothing written to RUNCTL, so the failed partition  *
      * can be restarted and the combine rerun.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-DEF-FILE ASSIGN TO 'PARTDEF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARTDEF-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'PARTCTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BH-KEY
           FILE STATUS IS WS-BALH-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

           SELECT GL-PRINT-FILE ASSIGN TO 'GLPRINT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLP-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO 'CTLRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-DEF-FILE.
           COPY PARTDREC.

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-RUN-DATE       PIC X(8).
              10 RC-CYCLE          PIC 9(2).
           05 RC-STATUS            PIC X(1).
              88 RC-STARTED        VALUE 'S'.
              88 RC-CHECKPOINTED   VALUE 'K'.
              88 RC-COMPLETED      VALUE 'C'.
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

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           05 BH-KEY.
              10 BH-CUST-ID        PIC 9(10).
              10 BH-DATE           PIC X(10).
           05 BH-BALANCE           PIC S9(10)V99.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-HEADER.
           05 GLJ-H-REC-TYPE       PIC X(1).
           05 GLJ-H-RUN-DATE       PIC X(8).
           05 GLJ-H-CYCLE          PIC 9(2).
           05 GLJ-H-TOTAL-DEBITS   PIC 9(13)V99.
           05 GLJ-H-TOTAL-CREDITS  PIC 9(13)V99.
           05 GLJ-H-NET-AMOUNT     PIC S9(12)V99.
       01  GL-JOURNAL-DETAIL.
           05 GLJ-D-REC-TYPE       PIC X(1).
           05 GLJ-D-ACCOUNT        PIC X(8).
           05 GLJ-D-DR-CR          PIC X(1).
           05 GLJ-D-TRAN-TYPE      PIC X(2).
           05 GLJ-D-CURRENCY       PIC X(3).
           05 GLJ-D-AMOUNT         PIC 9(12)V99.
           05 FILLER               PIC X(17).

       FD  GL-PRINT-FILE.
       01  GL-PRINT-LINE           PIC X(132).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARTDEF-STATUS       PIC XX.
       01  WS-PARTCTL-STATUS       PIC XX.
       01  WS-RUNCTL-STATUS        PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-BALH-STATUS          PIC XX.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLJ-STATUS           PIC XX.
       01  WS-GLP-STATUS           PIC XX.
       01  WS-CTL-STATUS           PIC XX.
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.

       01  WS-RUN-PARM             PIC X(8) VALUE SPACES.
           88 RERUN-FORCED         VALUE 'RERUN'.
       01  WS-CYCLE-IN             PIC X(2) VALUE SPACES.
       01  WS-RUN-CYCLE            PIC 9(2) VALUE 1.
       01  WS-DATE-IN              PIC X(8) VALUE SPACES.
       01  WS-RUN-DATE             PIC X(8).
       01  WS-RUN-DATE-FMT         PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TIMESTAMP            PIC X(20).

       01  WS-PARTDEF-EOF          PIC X VALUE 'N'.
       01  WS-PART-TABLE.
           05 WS-PART-COUNT        PIC 9(2) VALUE 0.
           05 WS-PART-ENTRY OCCURS 20 TIMES.
              10 WS-PT-PARTITION   PIC 9(2).
       01  WS-PT-SUB               PIC 9(2).
       01  WS-CURRENT-PARTITION    PIC 9(2).
       01  WS-PARTITIONS-MERGED    PIC 9(2) VALUE 0.
       01  WS-ALL-COMPLETED        PIC X VALUE 'Y'.
       01  WS-FEED-MISMATCH        PIC X VALUE 'N'.
       01  WS-TRAILER-SET          PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT        PIC 9(10) VALUE 0.

       01  WS-TRANSACTION-COUNT    PIC 9(7) VALUE 0.
       01  WS-SUCCESS-COUNT        PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT         PIC S9(12)V99 VALUE 0.
       01  WS-TRANSFER-NET-AMOUNT  PIC S9(12)V99 VALUE 0.
       01  WS-OPENING-BALANCE-TOTAL PIC S9(12)V99 VALUE 0.
       01  WS-CLOSING-BALANCE-TOTAL PIC S9(12)V99 VALUE 0.
       01  WS-BAL-EOF-FLAG         PIC X VALUE 'N'.

       01  WS-GL-TABLE.
           05 WS-GL-BUCKET-COUNT   PIC 9(3) VALUE 0.
           05 WS-GL-BUCKET OCCURS 50 TIMES.
              10 WS-GLB-CURRENCY   PIC X(3).
              10 WS-GLB-TYPE       PIC X(2).
              10 WS-GLB-AMOUNT     PIC S9(12)V99.
       01  WS-GLB-SUB              PIC 9(3).
       01  WS-PCB-SUB              PIC 9(3).
       01  WS-GLB-FOUND            PIC X.
       01  WS-GL-TOTAL-DEBITS      PIC 9(13)V99 VALUE 0.
       01  WS-GL-TOTAL-CREDITS     PIC 9(13)V99 VALUE 0.
       01  WS-GL-NET-AMOUNT        PIC S9(12)V99 VALUE 0.
       01  WS-GL-ABS-AMOUNT        PIC 9(12)V99.
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-GL-ACCOUNT           PIC X(8).

       01  GL-PRINT-HEADER.
           05 FILLER               PIC X(34) VALUE
              'GENERAL LEDGER JOURNAL - RUN DATE '.
           05 GLP-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(90) VALUE SPACES.

       01  GL-PRINT-DETAIL.
           05 GLP-ACCOUNT          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GLP-DR-CR            PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GLP-TRAN-TYPE        PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GLP-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GLP-AMOUNT           PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(90) VALUE SPACES.

       01  GL-PRINT-TOTAL.
           05 GLP-TOTAL-LABEL      PIC X(20).
           05 GLP-TOTAL-AMOUNT     PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(91) VALUE SPACES.

       01  CTL-REPORT-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CTL-LABEL            PIC X(35).
           05 CTL-VALUE            PIC -(11)9.99.
           05 FILLER               PIC X(10) VALUE SPACES.

       01  PART-REPORT-HEADER.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE 'PT'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(21) VALUE 'CUSTOMER RANGE'.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE '   READ'.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE ' POSTED'.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(7) VALUE 'REJECTS'.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE
              '     NET AMOUNT'.
           05 FILLER               PIC X(13) VALUE SPACES.

       01  PART-REPORT-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRD-PARTITION        PIC 9(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRD-LOW-CUST-ID      PIC 9(10).
           05 FILLER               PIC X(1) VALUE '-'.
           05 PRD-HIGH-CUST-ID     PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRD-TRAN-COUNT       PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRD-SUCCESS-COUNT    PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRD-ERROR-COUNT      PIC Z(6)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PRD-NET-AMOUNT       PIC -(11)9.99.
           05 FILLER               PIC X(13) VALUE SPACES.

       01  PART-REPORT-MISSING.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRM-PARTITION        PIC 9(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PRM-MESSAGE          PIC X(74).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM GATHER-PARTITIONS
           IF WS-ALL-COMPLETED = 'N' OR WS-FEED-MISMATCH = 'Y'
              PERFORM ABANDON-COMBINE
           ELSE
              PERFORM COMPUTE-CLOSING-BALANCE-TOTAL
              PERFORM WRITE-CONTROL-TOTALS
              PERFORM WRITE-GL-JOURNAL
              IF WS-TRANSACTION-COUNT NOT = WS-TRAILER-COUNT
                 DISPLAY 'POSTED RECORD COUNT DOES NOT BALANCE TO '
                    'TRANFILE TRAILER'
                 DISPLAY 'Trailer Count: ' WS-TRAILER-COUNT
                    ' Processed Count: ' WS-TRANSACTION-COUNT
                 MOVE 16 TO RETURN-CODE
              END-IF
              PERFORM UPDATE-RUN-CONTROL
              PERFORM FINALIZATION
           END-IF
           STOP RUN.

      *    SYSIN: the run parameter (blank, or RERUN to combine a date
      *    and cycle RUNCTL already shows completed), the posting
      *    cycle as BATCHJOB took it, and the run date (CCYYMMDD,
      *    blank for today) for a combine that runs past midnight.
       INITIALIZATION.
           DISPLAY 'Starting Posting Partition Combine'
           ACCEPT WS-RUN-PARM
           ACCEPT WS-CYCLE-IN
           IF WS-CYCLE-IN NUMERIC AND WS-CYCLE-IN NOT = '00'
              MOVE WS-CYCLE-IN TO WS-RUN-CYCLE
           ELSE
              MOVE 1 TO WS-RUN-CYCLE
           END-IF
           ACCEPT WS-DATE-IN
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO WS-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO WS-TIMESTAMP(9:8)
           IF WS-DATE-IN NUMERIC
              MOVE WS-DATE-IN TO WS-RUN-DATE
           ELSE
              MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-DATE-FMT(1:4)
           MOVE '-' TO WS-RUN-DATE-FMT(5:1)
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-FMT(6:2)
           MOVE '-' TO WS-RUN-DATE-FMT(8:1)
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-FMT(9:2)
           PERFORM LOAD-PARTITION-TABLE
           PERFORM CHECK-RUN-CONTROL
           OPEN INPUT PARTITION-CONTROL-FILE
           OPEN OUTPUT CONTROL-REPORT
           IF WS-PARTCTL-STATUS NOT = '00' OR WS-CTL-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'DAILY BATCH JOB - CONTROL TOTAL REPORT'
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'Run Timestamp: ' WS-TIMESTAMP
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'Combined from posting partitions - run date '
              WS-RUN-DATE ' cycle ' WS-RUN-CYCLE
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM PART-REPORT-HEADER.

       LOAD-PARTITION-TABLE.
           OPEN INPUT PARTITION-DEF-FILE
           IF WS-PARTDEF-STATUS NOT = '00'
              DISPLAY 'No partition definition file - '
                 'combine abandoned'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE 0 TO WS-PART-COUNT
           MOVE 'N' TO WS-PARTDEF-EOF
           PERFORM LOAD-NEXT-PARTITION UNTIL WS-PARTDEF-EOF = 'Y'
           CLOSE PARTITION-DEF-FILE
           IF WS-PART-COUNT = 0
              DISPLAY 'PARTDEF HAS NO PARTITIONS - COMBINE ABANDONED'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF.

       LOAD-NEXT-PARTITION.
           READ PARTITION-DEF-FILE
              AT END
                 MOVE 'Y' TO WS-PARTDEF-EOF
              NOT AT END
                 IF PD-PARTITION NUMERIC AND WS-PART-COUNT < 20
                    ADD 1 TO WS-PART-COUNT
                    MOVE PD-PARTITION TO WS-PT-PARTITION(WS-PART-COUNT)
                 END-IF
           END-READ.

      *    The same guard BATCHJOB puts on a whole-feed run: a date
      *    and cycle already completed is refused unless the operator
      *    supplied RERUN.
       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
              DISPLAY 'Error opening run control file'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-CYCLE TO RC-CYCLE
           READ RUN-CONTROL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RC-COMPLETED AND NOT RERUN-FORCED
                    DISPLAY 'RUN DATE ' WS-RUN-DATE ' CYCLE '
                       WS-RUN-CYCLE ' ALREADY '
                       'COMPLETED - SUPPLY RERUN PARAMETER TO FORCE'
                    PERFORM EMERGENCY-SHUTDOWN
                 END-IF
           END-READ.

      *    Every numbered partition on PARTDEF, then the cross-
      *    partition pass. Each must have completed, and all must have
      *    read the same feed generation (the same trailer count).
       GATHER-PARTITIONS.
           MOVE 1 TO WS-PT-SUB
           PERFORM GATHER-NEXT-PARTITION
              UNTIL WS-PT-SUB > WS-PART-COUNT
           MOVE 99 TO WS-CURRENT-PARTITION
           PERFORM MERGE-PARTITION.

       GATHER-NEXT-PARTITION.
           MOVE WS-PT-PARTITION(WS-PT-SUB) TO WS-CURRENT-PARTITION
           PERFORM MERGE-PARTITION
           ADD 1 TO WS-PT-SUB.

       MERGE-PARTITION.
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-CYCLE TO PC-CYCLE
           MOVE WS-CURRENT-PARTITION TO PC-PARTITION
           READ PARTITION-CONTROL-FILE
              INVALID KEY
                 MOVE SPACE TO PC-STATUS
           END-READ
           IF NOT PC-COMPLETED
              MOVE 'N' TO WS-ALL-COMPLETED
              MOVE WS-CURRENT-PARTITION TO PRM-PARTITION
              MOVE 'NOT COMPLETED - RESTART THE PARTITION, THEN RERUN'
                 TO PRM-MESSAGE
              WRITE CONTROL-REPORT-LINE FROM PART-REPORT-MISSING
              DISPLAY 'PARTITION ' WS-CURRENT-PARTITION
                 ' HAS NOT COMPLETED'
           ELSE
              PERFORM ADD-PARTITION-FIGURES
           END-IF.

       ADD-PARTITION-FIGURES.
           IF WS-TRAILER-SET = 'N'
              MOVE PC-TRAILER-COUNT TO WS-TRAILER-COUNT
              MOVE 'Y' TO WS-TRAILER-SET
           END-IF
           IF PC-TRAILER-COUNT NOT = WS-TRAILER-COUNT
              MOVE 'Y' TO WS-FEED-MISMATCH
              MOVE WS-CURRENT-PARTITION TO PRM-PARTITION
              MOVE 'POSTED A DIFFERENT FEED GENERATION (TRAILER COUNT)'
                 TO PRM-MESSAGE
              WRITE CONTROL-REPORT-LINE FROM PART-REPORT-MISSING
              DISPLAY 'PARTITION ' WS-CURRENT-PARTITION
                 ' TRAILER COUNT ' PC-TRAILER-COUNT
                 ' DOES NOT MATCH ' WS-TRAILER-COUNT
           END-IF
           ADD 1 TO WS-PARTITIONS-MERGED
           ADD PC-TRAN-COUNT TO WS-TRANSACTION-COUNT
           ADD PC-SUCCESS-COUNT TO WS-SUCCESS-COUNT
           ADD PC-ERROR-COUNT TO WS-ERROR-COUNT
           ADD PC-NET-AMOUNT TO WS-TOTAL-AMOUNT
           ADD PC-TRANSFER-NET TO WS-TRANSFER-NET-AMOUNT
           ADD PC-OPENING-BAL-TOTAL TO WS-OPENING-BALANCE-TOTAL
           MOVE PC-PARTITION TO PRD-PARTITION
           MOVE PC-LOW-CUST-ID TO PRD-LOW-CUST-ID
           MOVE PC-HIGH-CUST-ID TO PRD-HIGH-CUST-ID
           MOVE PC-TRAN-COUNT TO PRD-TRAN-COUNT
           MOVE PC-SUCCESS-COUNT TO PRD-SUCCESS-COUNT
           MOVE PC-ERROR-COUNT TO PRD-ERROR-COUNT
           MOVE PC-NET-AMOUNT TO PRD-NET-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM PART-REPORT-DETAIL
           MOVE 1 TO WS-PCB-SUB
           PERFORM MERGE-NEXT-GL-BUCKET
              UNTIL WS-PCB-SUB > PC-GL-BUCKET-COUNT.

      *    Buckets merge on customer currency and posting leg, the
      *    key BATCHJOB accumulates them on, so the combined journal
      *    nets exactly as a single whole-feed run's would.
       MERGE-NEXT-GL-BUCKET.
           MOVE 'N' TO WS-GLB-FOUND
           MOVE 1 TO WS-GLB-SUB
           PERFORM MATCH-GL-BUCKET
              UNTIL WS-GLB-FOUND = 'Y' OR
                    WS-GLB-SUB > WS-GL-BUCKET-COUNT
           IF WS-GLB-FOUND = 'N'
              IF WS-GL-BUCKET-COUNT < 50
                 ADD 1 TO WS-GL-BUCKET-COUNT
                 MOVE WS-GL-BUCKET-COUNT TO WS-GLB-SUB
                 MOVE PC-GLB-CURRENCY(WS-PCB-SUB)
                    TO WS-GLB-CURRENCY(WS-GLB-SUB)
                 MOVE PC-GLB-TYPE(WS-PCB-SUB) TO WS-GLB-TYPE(WS-GLB-SUB)
                 MOVE 0 TO WS-GLB-AMOUNT(WS-GLB-SUB)
                 MOVE 'Y' TO WS-GLB-FOUND
              ELSE
                 DISPLAY 'GL bucket table full - journal incomplete'
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-GLB-SUB
           END-IF
           IF WS-GLB-FOUND = 'Y'
              ADD PC-GLB-AMOUNT(WS-PCB-SUB) TO WS-GLB-AMOUNT(WS-GLB-SUB)
           END-IF
           ADD 1 TO WS-PCB-SUB.

       MATCH-GL-BUCKET.
           IF WS-GLB-CURRENCY(WS-GLB-SUB) = PC-GLB-CURRENCY(WS-PCB-SUB)
              AND WS-GLB-TYPE(WS-GLB-SUB) = PC-GLB-TYPE(WS-PCB-SUB)
              MOVE 'Y' TO WS-GLB-FOUND
           END-IF
           ADD 1 TO WS-GLB-SUB.

       ABANDON-COMBINE.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'COMBINE ABANDONED - RUNCTL AND GL JOURNAL NOT WRITTEN'
              TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           DISPLAY 'COMBINE ABANDONED - RUN CONTROL NOT UPDATED'
           CLOSE PARTITION-CONTROL-FILE
           CLOSE CONTROL-REPORT
           CLOSE RUN-CONTROL-FILE
           MOVE 16 TO RETURN-CODE.

      *    The closing walk is taken once, after the last partition
      *    and the cross-partition pass, and doubles as the nightly
      *    BALHIST snapshot the partitions leave to this step.
       COMPUTE-CLOSING-BALANCE-TOTAL.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening customer file'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           OPEN I-O BALANCE-HISTORY-FILE
           IF WS-BALH-STATUS NOT = '00'
              OPEN OUTPUT BALANCE-HISTORY-FILE
              CLOSE BALANCE-HISTORY-FILE
              OPEN I-O BALANCE-HISTORY-FILE
           END-IF
           MOVE 0 TO WS-CLOSING-BALANCE-TOTAL
           MOVE 0 TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
           MOVE 'N' TO WS-BAL-EOF-FLAG
           PERFORM ACCUMULATE-CLOSING-BALANCE
              UNTIL WS-BAL-EOF-FLAG = 'Y'
           CLOSE CUSTOMER-FILE
           CLOSE BALANCE-HISTORY-FILE.

       ACCUMULATE-CLOSING-BALANCE.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BAL-EOF-FLAG
              NOT AT END
                 ADD CUST-BALANCE TO WS-CLOSING-BALANCE-TOTAL
                 PERFORM WRITE-BALANCE-SNAPSHOT
           END-READ.

       WRITE-BALANCE-SNAPSHOT.
           MOVE CUST-ID TO BH-CUST-ID
           MOVE WS-RUN-DATE-FMT TO BH-DATE
           MOVE CUST-BALANCE TO BH-BALANCE
           WRITE BALANCE-HISTORY-RECORD
              INVALID KEY
                 REWRITE BALANCE-HISTORY-RECORD
           END-WRITE.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE 'Total Transactions Read' TO CTL-LABEL
           MOVE WS-TRANSACTION-COUNT TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Successful Transactions' TO CTL-LABEL
           MOVE WS-SUCCESS-COUNT TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Rejected Transactions' TO CTL-LABEL
           MOVE WS-ERROR-COUNT TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Net Amount Applied' TO CTL-LABEL
           MOVE WS-TOTAL-AMOUNT TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Opening Balance Total' TO CTL-LABEL
           MOVE WS-OPENING-BALANCE-TOTAL TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Closing Balance Total' TO CTL-LABEL
           MOVE WS-CLOSING-BALANCE-TOTAL TO CTL-VALUE
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE 'Net Balance Movement' TO CTL-LABEL
           COMPUTE CTL-VALUE =
              WS-CLOSING-BALANCE-TOTAL - WS-OPENING-BALANCE-TOTAL
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL.

      *    Balanced journal pairs per merged bucket, written exactly
      *    as BATCHJOB writes them for a whole-feed run; the net must
      *    tie to the combined Net Amount Applied.
       WRITE-GL-JOURNAL.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
           ELSE
              MOVE 'N' TO WS-GLMAP-OPEN
              DISPLAY 'No GL account map - journal will use '
                 'placeholder accounts'
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT GL-PRINT-FILE
           IF WS-GLJ-STATUS NOT = '00' OR WS-GLP-STATUS NOT = '00'
              DISPLAY 'Error opening GL journal files'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE 0 TO WS-GL-TOTAL-DEBITS
           MOVE 0 TO WS-GL-TOTAL-CREDITS
           MOVE 0 TO WS-GL-NET-AMOUNT
           MOVE 1 TO WS-GLB-SUB
           PERFORM TOTAL-NEXT-GL-BUCKET
              UNTIL WS-GLB-SUB > WS-GL-BUCKET-COUNT
           MOVE 'H' TO GLJ-H-REC-TYPE
           MOVE WS-RUN-DATE TO GLJ-H-RUN-DATE
           MOVE WS-RUN-CYCLE TO GLJ-H-CYCLE
           MOVE WS-GL-TOTAL-DEBITS TO GLJ-H-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO GLJ-H-TOTAL-CREDITS
           MOVE WS-GL-NET-AMOUNT TO GLJ-H-NET-AMOUNT
           WRITE GL-JOURNAL-HEADER
           MOVE WS-RUN-DATE TO GLP-RUN-DATE
           WRITE GL-PRINT-LINE FROM GL-PRINT-HEADER
           MOVE SPACES TO GL-PRINT-LINE
           WRITE GL-PRINT-LINE
           MOVE 1 TO WS-GLB-SUB
           PERFORM WRITE-NEXT-GL-BUCKET
              UNTIL WS-GLB-SUB > WS-GL-BUCKET-COUNT
           MOVE SPACES TO GL-PRINT-LINE
           WRITE GL-PRINT-LINE
           MOVE 'Total Debits:' TO GLP-TOTAL-LABEL
           MOVE WS-GL-TOTAL-DEBITS TO GLP-TOTAL-AMOUNT
           WRITE GL-PRINT-LINE FROM GL-PRINT-TOTAL
           MOVE 'Total Credits:' TO GLP-TOTAL-LABEL
           MOVE WS-GL-TOTAL-CREDITS TO GLP-TOTAL-AMOUNT
           WRITE GL-PRINT-LINE FROM GL-PRINT-TOTAL
           MOVE 'Net Movement:' TO GLP-TOTAL-LABEL
           MOVE WS-GL-NET-AMOUNT TO GLP-TOTAL-AMOUNT
           WRITE GL-PRINT-LINE FROM GL-PRINT-TOTAL
           IF WS-GL-NET-AMOUNT NOT = WS-TOTAL-AMOUNT
              DISPLAY 'GL JOURNAL NET DOES NOT TIE TO CONTROL '
                 'REPORT NET AMOUNT'
              MOVE 'OUT OF BALANCE TO CTLRPT' TO GLP-TOTAL-LABEL
              MOVE WS-TOTAL-AMOUNT TO GLP-TOTAL-AMOUNT
              WRITE GL-PRINT-LINE FROM GL-PRINT-TOTAL
           END-IF.

       TOTAL-NEXT-GL-BUCKET.
           IF WS-GLB-AMOUNT(WS-GLB-SUB) < 0
              COMPUTE WS-GL-ABS-AMOUNT =
                 WS-GLB-AMOUNT(WS-GLB-SUB) * -1
           ELSE
              MOVE WS-GLB-AMOUNT(WS-GLB-SUB) TO WS-GL-ABS-AMOUNT
           END-IF
           ADD WS-GL-ABS-AMOUNT TO WS-GL-TOTAL-DEBITS
           ADD WS-GL-ABS-AMOUNT TO WS-GL-TOTAL-CREDITS
           EVALUATE WS-GLB-TYPE(WS-GLB-SUB)
              WHEN 'CR'
                 ADD WS-GLB-AMOUNT(WS-GLB-SUB) TO WS-GL-NET-AMOUNT
              WHEN 'AD'
                 ADD WS-GLB-AMOUNT(WS-GLB-SUB) TO WS-GL-NET-AMOUNT
              WHEN 'DB'
              WHEN 'LI'
              WHEN 'LP'
                 SUBTRACT WS-GLB-AMOUNT(WS-GLB-SUB)
                    FROM WS-GL-NET-AMOUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD 1 TO WS-GLB-SUB.

       WRITE-NEXT-GL-BUCKET.
           IF WS-GLB-AMOUNT(WS-GLB-SUB) < 0
              COMPUTE WS-GL-ABS-AMOUNT =
                 WS-GLB-AMOUNT(WS-GLB-SUB) * -1
              MOVE 'C' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-GL-DETAIL-LINE
              MOVE 'D' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-GL-DETAIL-LINE
           ELSE
              MOVE WS-GLB-AMOUNT(WS-GLB-SUB) TO WS-GL-ABS-AMOUNT
              MOVE 'D' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-GL-DETAIL-LINE
              MOVE 'C' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-GL-DETAIL-LINE
           END-IF
           ADD 1 TO WS-GLB-SUB.

       WRITE-GL-DETAIL-LINE.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE 'D' TO GLJ-D-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-GL-LOOKUP-SIDE TO GLJ-D-DR-CR
           MOVE WS-GLB-TYPE(WS-GLB-SUB) TO GLJ-D-TRAN-TYPE
           MOVE WS-GLB-CURRENCY(WS-GLB-SUB) TO GLJ-D-CURRENCY
           MOVE WS-GL-ABS-AMOUNT TO GLJ-D-AMOUNT
           MOVE SPACES TO GL-JOURNAL-DETAIL(30:17)
           WRITE GL-JOURNAL-DETAIL
           MOVE WS-GL-ACCOUNT TO GLP-ACCOUNT
           IF WS-GL-LOOKUP-SIDE = 'D'
              MOVE 'DR' TO GLP-DR-CR
           ELSE
              MOVE 'CR' TO GLP-DR-CR
           END-IF
           MOVE WS-GLB-TYPE(WS-GLB-SUB) TO GLP-TRAN-TYPE
           MOVE WS-GLB-CURRENCY(WS-GLB-SUB) TO GLP-CURRENCY
           MOVE WS-GL-ABS-AMOUNT TO GLP-AMOUNT
           WRITE GL-PRINT-LINE FROM GL-PRINT-DETAIL.

       LOOKUP-GL-ACCOUNT.
           MOVE '????????' TO WS-GL-ACCOUNT
           IF WS-GLMAP-OPEN = 'Y'
              MOVE WS-GLB-TYPE(WS-GLB-SUB) TO GLM-TRAN-TYPE
              MOVE WS-GL-LOOKUP-SIDE TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
              END-READ
           END-IF.

      *    The day's single run-control record, as a whole-feed
      *    BATCHJOB run would have left it; the later nightly steps
      *    add their own figures to it.
       UPDATE-RUN-CONTROL.
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-CYCLE TO RC-CYCLE
           READ RUN-CONTROL-FILE
              INVALID KEY
                 PERFORM WRITE-RUN-CONTROL
              NOT INVALID KEY
                 PERFORM SET-RUN-CONTROL-FIGURES
                 REWRITE RUN-CONTROL-RECORD
           END-READ.

       WRITE-RUN-CONTROL.
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-CYCLE TO RC-CYCLE
           MOVE SPACES TO RC-VALIDATE-STATUS
           MOVE SPACES TO RC-RPTGEN-STATUS
           MOVE 0 TO RC-SUSP-IN-COUNT
           MOVE 0 TO RC-SUSP-OUT-COUNT
           MOVE 0 TO RC-RECON-MISMATCH-COUNT
           MOVE 0 TO RC-SUSP-NET-AMOUNT
           PERFORM SET-RUN-CONTROL-FIGURES
           WRITE RUN-CONTROL-RECORD.

       SET-RUN-CONTROL-FIGURES.
           MOVE 'C' TO RC-STATUS
           MOVE WS-TRANSACTION-COUNT TO RC-TRAN-COUNT
           MOVE WS-SUCCESS-COUNT TO RC-SUCCESS-COUNT
           MOVE WS-ERROR-COUNT TO RC-ERROR-COUNT
           MOVE WS-TOTAL-AMOUNT TO RC-NET-AMOUNT
           MOVE WS-OPENING-BALANCE-TOTAL TO RC-OPENING-BAL-TOTAL
           MOVE WS-CLOSING-BALANCE-TOTAL TO RC-CLOSING-BAL-TOTAL
           MOVE WS-TRANSFER-NET-AMOUNT TO RC-TRANSFER-NET.

       FINALIZATION.
           CLOSE PARTITION-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE
           CLOSE CONTROL-REPORT
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-PRINT-FILE
           DISPLAY 'Posting Partition Combine Complete'
           DISPLAY 'Partitions Merged: ' WS-PARTITIONS-MERGED
           DISPLAY 'Total Transactions: ' WS-TRANSACTION-COUNT
           DISPLAY 'Successful: ' WS-SUCCESS-COUNT
           DISPLAY 'Errors: ' WS-ERROR-COUNT
           DISPLAY 'Net Amount: ' WS-TOTAL-AMOUNT.

       EMERGENCY-SHUTDOWN.
           DISPLAY 'Emergency shutdown initiated'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
