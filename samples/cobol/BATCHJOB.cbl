           RECORD KEY IS LO-CUST-ID
           FILE STATUS IS WS-OVRD-STATUS.

           SELECT DAILY-LIMIT-FILE ASSIGN TO 'DLYLIMIT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DLIM-STATUS.

           SELECT DAILY-USAGE-FILE ASSIGN TO 'DLYDEBIT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DU-KEY
           FILE STATUS IS WS-DUSE-STATUS.

           SELECT CUSTOMER-GROUP-FILE ASSIGN TO 'CUSTGRP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-KEY
           FILE STATUS IS WS-CGRP-STATUS.

           SELECT PARTITION-DEF-FILE ASSIGN TO 'PARTDEF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARTDEF-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO 'PARTCTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT LOAN-INSTALMENT-FILE ASSIGN TO 'LOANIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LI-TRAN-ID
           FILE STATUS IS WS-LIDX-STATUS.

           SELECT PROJECTION-FILE ASSIGN TO 'BJPROJ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PJ-KEY
           FILE STATUS IS WS-PROJ-STATUS.

           SELECT DRY-RUN-REPORT ASSIGN TO 'DRYRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRYR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           05 TRAN-TIME            PIC X(8).
           05 TRAN-TO-CUST-ID      PIC 9(10).
           05 TRAN-CURRENCY-CODE   PIC X(3).
           05 TRAN-BRANCH-ID       PIC X(3).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
           05 ERR-TRAN-ID          PIC 9(15).
           05 ERR-MESSAGE          PIC X(100).
           05 ERR-OPERATOR         PIC X(8).
           05 ERR-BRANCH-ID        PIC X(3).
           05 ERR-AMOUNT           PIC S9(10)V99.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
                 15 CKPT-GLB-CURRENCY  PIC X(3).
                 15 CKPT-GLB-TYPE      PIC X(2).
                 15 CKPT-GLB-AMOUNT    PIC S9(12)V99.
           05 CKPT-PARTITION           PIC 9(2).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE     PIC X(80).
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  POSTED-TRAN-FILE.
       01  POSTED-TRAN-RECORD.
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05 RC-SUSP-OUT-COUNT    PIC 9(7).
           05 RC-RECON-MISMATCH-COUNT PIC 9(7).
           05 RC-TRANSFER-NET      PIC S9(12)V99.
           05 RC-SUSP-NET-AMOUNT   PIC S9(12)V99.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 LO-EXPIRY-DATE       PIC X(10).
           05 LO-OPERATOR          PIC X(8).

       FD  DAILY-LIMIT-FILE.
           COPY DLYLMREC.

       FD  DAILY-USAGE-FILE.
           COPY DLYUSREC.

       FD  CUSTOMER-GROUP-FILE.
           COPY CUSTGREC.

       FD  PARTITION-DEF-FILE.
           COPY PARTDREC.

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCREC.

       FD  LOAN-INSTALMENT-FILE.
           COPY LOANIREC.

      *    Dry-run scratch index, rebuilt every dry run. 'C' holds a
      *    customer record as the feed has left it so far, 'U' the
      *    day's projected debit usage, 'T' a transaction ID already
      *    seen in the feed (date and ID), and 'R' a projected
      *    reject in customer and transaction order.
       FD  PROJECTION-FILE.
       01  PROJECTION-RECORD.
           05 PJ-KEY.
              10 PJ-REC-TYPE       PIC X(1).
              10 PJ-KEY-ID         PIC X(30).
              10 PJ-CUST-KEY REDEFINES PJ-KEY-ID.
                 15 PJ-KEY-CUST-ID PIC 9(10).
                 15 PJ-KEY-TRAN-ID PIC 9(15).
                 15 PJ-KEY-SEQ     PIC 9(5).
              10 PJ-POSTED-KEY REDEFINES PJ-KEY-ID.
                 15 PJ-KEY-DATE    PIC X(10).
                 15 PJ-KEY-POSTED-ID PIC 9(15).
                 15 FILLER         PIC X(5).
           05 PJ-DATA              PIC X(487).
           05 PJ-REJECT-DATA REDEFINES PJ-DATA.
              10 PJR-TYPE          PIC X(2).
              10 PJR-AMOUNT        PIC S9(10)V99.
              10 PJR-CURRENCY-CODE PIC X(3).
              10 PJR-REASON        PIC X(100).
              10 FILLER            PIC X(370).

       FD  DRY-RUN-REPORT.
       01  DRY-RUN-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-RUNCTL-STATUS        PIC XX.
       01  WS-RUN-PARM             PIC X(8) VALUE SPACES.
           88 RERUN-FORCED         VALUE 'RERUN'.
           88 DRY-RUN-MODE         VALUE 'DRYRUN'.
       01  WS-CYCLE-IN             PIC X(2) VALUE SPACES.
       01  WS-PARTITION-IN         PIC X(2) VALUE SPACES.
       01  WS-PARTITION            PIC 9(2) VALUE 0.
           88 UNPARTITIONED-RUN    VALUE 0.
           88 CROSS-PARTITION-PASS VALUE 99.
       01  WS-PARTDEF-STATUS       PIC XX.
       01  WS-PARTCTL-STATUS       PIC XX.
       01  WS-PARTDEF-EOF          PIC X VALUE 'N'.
       01  WS-PART-LOW-ID          PIC 9(10) VALUE 0.
       01  WS-PART-HIGH-ID         PIC 9(10) VALUE 9999999999.
       01  WS-PART-TABLE.
           05 WS-PART-COUNT        PIC 9(2) VALUE 0.
           05 WS-PART-ENTRY OCCURS 20 TIMES.
              10 WS-PT-PARTITION   PIC 9(2).
              10 WS-PT-LOW-ID      PIC 9(10).
              10 WS-PT-HIGH-ID     PIC 9(10).
       01  WS-PT-SUB               PIC 9(2).
       01  WS-PART-FOUND           PIC X VALUE 'N'.
       01  WS-PART-ERROR           PIC X VALUE 'N'.
       01  WS-LOOKUP-CUST-ID       PIC 9(10).
       01  WS-LOOKUP-PARTITION     PIC 9(2).
       01  WS-TRAN-OWNER           PIC 9(2).
       01  WS-CUST-IN-PARTITION    PIC X VALUE 'Y'.
       01  WS-PC-ON-FILE           PIC X VALUE 'N'.
       01  WS-PC-SAVED-OPENING     PIC S9(12)V99 VALUE 0.
       01  WS-RUN-CYCLE            PIC 9(2) VALUE 1.
       01  WS-RC-NEW-STATUS        PIC X(1).
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-OVRD-STATUS          PIC XX.
       01  WS-OVRD-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-EFFECTIVE-LIMIT      PIC 9(10)V99.
       01  WS-DLIM-STATUS          PIC XX.
       01  WS-DLIM-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-DUSE-STATUS          PIC XX.
       01  WS-DUSE-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-DAILY-LIMIT          PIC 9(10)V99.
       01  WS-DAILY-LIMIT-FOUND    PIC X VALUE 'N'.
       01  WS-DAILY-LIMIT-HIT      PIC X VALUE 'N'.
       01  WS-LIMIT-CLASS          PIC X(2).
       01  WS-USAGE-ON-FILE        PIC X VALUE 'N'.
       01  WS-DAILY-DEBIT-DELTA    PIC S9(10)V99.
       01  WS-CGRP-STATUS          PIC XX.
       01  WS-CGRP-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-LIDX-STATUS          PIC XX.
       01  WS-LIDX-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-LOAN-INSTAL-FOUND    PIC X VALUE 'N'.
       01  WS-LOAN-ID-DATE         PIC 9(8).
       01  WS-LOAN-ID-SUFFIX       PIC 9(7).
       01  WS-LOAN-INTEREST-PART   PIC S9(10)V99.
       01  WS-LOAN-SAVED-AMOUNT    PIC S9(10)V99.
       01  WS-POSTED-FILE-OPEN     PIC X VALUE 'N'.
       01  WS-PROJ-STATUS          PIC XX.
       01  WS-DRYR-STATUS          PIC XX.
       01  WS-PROJ-EOF             PIC X VALUE 'N'.
       01  WS-REJECT-SEQ           PIC 9(5) VALUE 0.
       01  WS-DRY-TABLE.
           05 WS-DRY-REASON-COUNT  PIC 9(3) VALUE 0.
           05 WS-DRY-REASON OCCURS 30 TIMES.
              10 WS-DRR-TEXT       PIC X(45).
              10 WS-DRR-COUNT      PIC 9(7).
              10 WS-DRR-AMOUNT     PIC S9(12)V99.
       01  WS-DRR-SUB              PIC 9(3).
       01  WS-DRR-FOUND            PIC X.
       01  WS-GROUP-LIMIT-HIT      PIC X VALUE 'N'.
       01  WS-GROUP-EOF            PIC X VALUE 'N'.
       01  WS-GROUP-ID             PIC X(10).
       01  WS-GROUP-LIMIT          PIC 9(10)V99.
       01  WS-GROUP-CURRENCY       PIC X(3).
       01  WS-GROUP-EXPOSURE       PIC S9(12)V99.
       01  WS-GROUP-DEBTOR-ID      PIC 9(10).
       01  WS-GROUP-DEBTOR-CCY     PIC X(3).
       01  WS-MEMBER-BALANCE       PIC S9(10)V99.
       01  WS-MEMBER-CURRENCY      PIC X(3).
       01  WS-MEMBER-RATE-FOUND    PIC X VALUE 'N'.
       01  WS-SAVED-CUSTOMER-RECORD PIC X(487).
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.
       01  WS-GL-TYPE-CODE         PIC X(2).
       01  WS-GL-AMOUNT            PIC S9(10)V99.
           05 SV-CYCLE                 PIC 9(2) VALUE 0.
           05 SV-TRANSFER-NET          PIC S9(12)V99 VALUE 0.
           05 SV-GL-TABLE              PIC X(953).
           05 SV-PARTITION             PIC 9(2) VALUE 0.

       01  WS-TRANSFER-FROM-ID     PIC 9(10).
       01  WS-TRANSFER-FAILED      PIC X VALUE 'N'.
           05 CTL-VALUE            PIC -(11)9.99.
           05 FILLER               PIC X(10) VALUE SPACES.

       01  DRY-REASON-HEADER.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(45) VALUE 'REJECT REASON'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(9) VALUE '    COUNT'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE
              '    FEED AMOUNT'.
           05 FILLER               PIC X(57) VALUE SPACES.

       01  DRY-REASON-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRR-TEXT             PIC X(45).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRR-COUNT            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRR-AMOUNT           PIC -(11)9.99.
           05 FILLER               PIC X(57) VALUE SPACES.

       01  DRY-REJECT-HEADER.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE 'TRANSACTION'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(2) VALUE 'TY'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE 'CCY'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE
              '         AMOUNT'.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(75) VALUE 'REASON'.

       01  DRY-REJECT-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-CUST-ID          PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-TRAN-ID          PIC 9(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-TYPE             PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-CURRENCY         PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-AMOUNT           PIC -(11)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DRJ-REASON           PIC X(75).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-EOF-FLAG = 'Y'
           IF DRY-RUN-MODE
              PERFORM FINALIZE-DRY-RUN
           ELSE
              PERFORM FINALIZATION
           END-IF
           STOP RUN.

       INITIALIZATION.
           ELSE
              MOVE 1 TO WS-RUN-CYCLE
           END-IF
           ACCEPT WS-PARTITION-IN
           IF WS-PARTITION-IN NUMERIC AND NOT DRY-RUN-MODE
              MOVE WS-PARTITION-IN TO WS-PARTITION
           ELSE
              MOVE 0 TO WS-PARTITION
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-DATE-FMT(6:2)
           MOVE '-' TO WS-RUN-DATE-FMT(8:1)
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DATE-FMT(9:2)
           IF DRY-RUN-MODE
              DISPLAY 'DRY RUN - projection only, no master file '
                 'or journal is updated'
              PERFORM OPEN-DRY-RUN-FILES
           ELSE
              IF UNPARTITIONED-RUN
                 PERFORM CHECK-RUN-CONTROL
              ELSE
                 PERFORM LOAD-PARTITION-TABLE
                 PERFORM CHECK-PARTITION-CONTROL
              END-IF
              PERFORM OPEN-POSTING-FILES
           END-IF
           PERFORM OPEN-REFERENCE-FILES
           PERFORM COMPUTE-OPENING-BALANCE-TOTAL
           IF NOT UNPARTITIONED-RUN
              PERFORM START-PARTITION-CONTROL
           END-IF.

       OPEN-POSTING-FILES.
           OPEN INPUT TRANSACTION-FILE
           OPEN I-O CUSTOMER-FILE
           OPEN OUTPUT ERROR-LOG
              CLOSE POSTED-TRAN-FILE
              OPEN I-O POSTED-TRAN-FILE
           END-IF
           MOVE 'Y' TO WS-POSTED-FILE-OPEN
           OPEN I-O TRAN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
              OPEN OUTPUT TRAN-HISTORY-FILE
              CLOSE TRAN-HISTORY-FILE
              OPEN I-O TRAN-HISTORY-FILE
           END-IF
           IF UNPARTITIONED-RUN
              PERFORM OPEN-JOURNAL-FILES
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              OPEN OUTPUT ACCOUNT-FILE
              CLOSE ACCOUNT-FILE
              OPEN I-O ACCOUNT-FILE
           END-IF
           IF WS-ACCT-STATUS = '00'
              MOVE 'Y' TO WS-ACCT-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-ACCT-FILE-OPEN
              DISPLAY 'No account file - account-level mirror skipped'
           END-IF
           OPEN I-O DAILY-USAGE-FILE
           IF WS-DUSE-STATUS NOT = '00'
              OPEN OUTPUT DAILY-USAGE-FILE
              CLOSE DAILY-USAGE-FILE
              OPEN I-O DAILY-USAGE-FILE
           END-IF
           IF WS-DUSE-STATUS = '00'
              MOVE 'Y' TO WS-DUSE-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-DUSE-FILE-OPEN
           END-IF.

      *    A partition run leaves the GL journal and the balance
      *    snapshot to POSTCOMB, which writes them once for the day
      *    from the merged partition figures.
       OPEN-JOURNAL-FILES.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
              OPEN OUTPUT BALANCE-HISTORY-FILE
              CLOSE BALANCE-HISTORY-FILE
              OPEN I-O BALANCE-HISTORY-FILE
           END-IF.

      *    A dry run reads the same feed and masters as the posting
      *    run but opens every master input only. Balances, daily
      *    usage and transaction IDs the feed would change go to the
      *    BJPROJ scratch index, and rejects go to the DRYRPT
      *    projection instead of ERRLOG and SUSPFILE. RUNCTL, the
      *    checkpoint, TRANHIST, ACCTFILE, BALHIST and the GL journal
      *    are not opened, and no restart point is honoured.
       OPEN-DRY-RUN-FILES.
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-TRAN-STATUS NOT = '00' OR
              WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           PERFORM VERIFY-TRANFILE-TRAILER
           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT DRY-RUN-REPORT
           OPEN OUTPUT PROJECTION-FILE
           CLOSE PROJECTION-FILE
           OPEN I-O PROJECTION-FILE
           IF WS-DRYR-STATUS NOT = '00' OR WS-PROJ-STATUS NOT = '00'
              DISPLAY 'Error opening dry run work files'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           OPEN INPUT POSTED-TRAN-FILE
           IF WS-POSTED-STATUS = '00'
              MOVE 'Y' TO WS-POSTED-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-POSTED-FILE-OPEN
           END-IF
           MOVE 'N' TO WS-ACCT-FILE-OPEN
           OPEN INPUT DAILY-USAGE-FILE
           IF WS-DUSE-STATUS = '00'
              MOVE 'Y' TO WS-DUSE-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-DUSE-FILE-OPEN
           END-IF.

       OPEN-REFERENCE-FILES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXCH-STATUS = '00'
              MOVE 'Y' TO WS-EXCH-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-EXCH-FILE-OPEN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
              MOVE 'Y' TO WS-HOLD-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-HOLD-FILE-OPEN
           END-IF
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS = '00'
           ELSE
              MOVE 'N' TO WS-OVRD-FILE-OPEN
           END-IF
           OPEN INPUT DAILY-LIMIT-FILE
           IF WS-DLIM-STATUS = '00'
              MOVE 'Y' TO WS-DLIM-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-DLIM-FILE-OPEN
           END-IF
           OPEN INPUT CUSTOMER-GROUP-FILE
           IF WS-CGRP-STATUS = '00'
              MOVE 'Y' TO WS-CGRP-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-CGRP-FILE-OPEN
           END-IF
           OPEN INPUT LOAN-INSTALMENT-FILE
           IF WS-LIDX-STATUS = '00'
              MOVE 'Y' TO WS-LIDX-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-LIDX-FILE-OPEN
           END-IF.

      *    One record per business date and posting cycle on RUNCTL
      *    (cycle 01 is the classic nightly pass; a heavy month-end
           PERFORM UPDATE-RUN-CONTROL.

       UPDATE-RUN-CONTROL.
           IF UNPARTITIONED-RUN
              PERFORM UPDATE-DAY-RUN-CONTROL
           ELSE
              PERFORM UPDATE-PARTITION-CONTROL
           END-IF.

       UPDATE-DAY-RUN-CONTROL.
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-CYCLE TO RC-CYCLE
           READ RUN-CONTROL-FILE
                 MOVE 0 TO RC-SUSP-IN-COUNT
                 MOVE 0 TO RC-SUSP-OUT-COUNT
                 MOVE 0 TO RC-RECON-MISMATCH-COUNT
                 MOVE 0 TO RC-SUSP-NET-AMOUNT
                 MOVE 0 TO RC-TRANSFER-NET
                 WRITE RUN-CONTROL-RECORD
              NOT INVALID KEY
                 REWRITE RUN-CONTROL-RECORD
           END-READ.

      *    Partition ranges come from PARTDEF. The card for this run's
      *    partition sets the customer range it posts; the whole table
      *    is kept so that a transfer's other leg, and the customers
      *    the cross-partition pass owns, can be placed. Cards out of
      *    order, overlapping, or numbered outside 01-98 stop the run.
       LOAD-PARTITION-TABLE.
           OPEN INPUT PARTITION-DEF-FILE
           IF WS-PARTDEF-STATUS NOT = '00'
              DISPLAY 'No partition definition file - '
                 'partitioned run abandoned'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE 0 TO WS-PART-COUNT
           MOVE 'N' TO WS-PART-ERROR
           MOVE 'N' TO WS-PARTDEF-EOF
           PERFORM LOAD-NEXT-PARTITION UNTIL WS-PARTDEF-EOF = 'Y'
           CLOSE PARTITION-DEF-FILE
           MOVE 'N' TO WS-PART-FOUND
           IF CROSS-PARTITION-PASS
              MOVE 'Y' TO WS-PART-FOUND
              MOVE 0 TO WS-PART-LOW-ID
              MOVE 9999999999 TO WS-PART-HIGH-ID
           ELSE
              MOVE 1 TO WS-PT-SUB
              PERFORM MATCH-RUN-PARTITION
                 UNTIL WS-PART-FOUND = 'Y' OR
                       WS-PT-SUB > WS-PART-COUNT
           END-IF
           IF WS-PART-ERROR = 'Y' OR WS-PART-COUNT = 0 OR
              WS-PART-FOUND = 'N'
              DISPLAY 'PARTITION ' WS-PARTITION ' NOT DEFINED OR '
                 'PARTDEF INVALID - RUN ABANDONED'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF.

       LOAD-NEXT-PARTITION.
           READ PARTITION-DEF-FILE
              AT END
                 MOVE 'Y' TO WS-PARTDEF-EOF
              NOT AT END
                 PERFORM ADD-PARTITION-ENTRY
           END-READ.

       ADD-PARTITION-ENTRY.
           IF PD-PARTITION NOT NUMERIC OR
              PD-LOW-CUST-ID NOT NUMERIC OR
              PD-HIGH-CUST-ID NOT NUMERIC OR
              WS-PART-COUNT NOT < 20
              MOVE 'Y' TO WS-PART-ERROR
           ELSE
              IF PD-PARTITION = 0 OR PD-PARTITION = 99 OR
                 PD-LOW-CUST-ID > PD-HIGH-CUST-ID
                 MOVE 'Y' TO WS-PART-ERROR
              END-IF
              IF WS-PART-COUNT > 0
                 IF PD-LOW-CUST-ID NOT > WS-PT-HIGH-ID(WS-PART-COUNT)
                    MOVE 'Y' TO WS-PART-ERROR
                 END-IF
              END-IF
              ADD 1 TO WS-PART-COUNT
              MOVE PD-PARTITION TO WS-PT-PARTITION(WS-PART-COUNT)
              MOVE PD-LOW-CUST-ID TO WS-PT-LOW-ID(WS-PART-COUNT)
              MOVE PD-HIGH-CUST-ID TO WS-PT-HIGH-ID(WS-PART-COUNT)
           END-IF.

       MATCH-RUN-PARTITION.
           IF WS-PT-PARTITION(WS-PT-SUB) = WS-PARTITION
              MOVE 'Y' TO WS-PART-FOUND
              MOVE WS-PT-LOW-ID(WS-PT-SUB) TO WS-PART-LOW-ID
              MOVE WS-PT-HIGH-ID(WS-PT-SUB) TO WS-PART-HIGH-ID
           END-IF
           ADD 1 TO WS-PT-SUB.

      *    A partition run never writes RUNCTL - POSTCOMB does, once
      *    every partition has completed - but it still refuses a date
      *    and cycle RUNCTL already shows completed. Its own PARTCTL
      *    record carries the same started / checkpointed / completed
      *    guard RUNCTL gives a whole-feed run. The cross-partition
      *    pass posts to every partition's customers, so it is held
      *    until each numbered partition has completed.
       CHECK-PARTITION-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '00'
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
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF
           OPEN I-O PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS NOT = '00'
              OPEN OUTPUT PARTITION-CONTROL-FILE
              CLOSE PARTITION-CONTROL-FILE
              OPEN I-O PARTITION-CONTROL-FILE
           END-IF
           IF WS-PARTCTL-STATUS NOT = '00'
              DISPLAY 'Error opening partition control file'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           MOVE 'N' TO WS-PC-ON-FILE
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-CYCLE TO PC-CYCLE
           MOVE WS-PARTITION TO PC-PARTITION
           READ PARTITION-CONTROL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PC-ON-FILE
                 MOVE PC-OPENING-BAL-TOTAL TO WS-PC-SAVED-OPENING
                 IF PC-COMPLETED AND NOT RERUN-FORCED
                    DISPLAY 'RUN DATE ' WS-RUN-DATE ' CYCLE '
                       WS-RUN-CYCLE ' PARTITION ' WS-PARTITION
                       ' ALREADY COMPLETED - SUPPLY RERUN PARAMETER '
                       'TO FORCE'
                    PERFORM EMERGENCY-SHUTDOWN
                 END-IF
           END-READ
           IF CROSS-PARTITION-PASS
              MOVE 1 TO WS-PT-SUB
              PERFORM CHECK-PARTITION-COMPLETED
                 UNTIL WS-PT-SUB > WS-PART-COUNT
           END-IF.

       CHECK-PARTITION-COMPLETED.
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-CYCLE TO PC-CYCLE
           MOVE WS-PT-PARTITION(WS-PT-SUB) TO PC-PARTITION
           READ PARTITION-CONTROL-FILE
              INVALID KEY
                 MOVE SPACE TO PC-STATUS
           END-READ
           IF NOT PC-COMPLETED
              DISPLAY 'PARTITION ' WS-PT-PARTITION(WS-PT-SUB)
                 ' HAS NOT COMPLETED - CROSS-PARTITION PASS HELD'
              PERFORM EMERGENCY-SHUTDOWN
           END-IF
           ADD 1 TO WS-PT-SUB.

      *    A restarted partition keeps the opening total it took when
      *    it first started; the one just taken already includes the
      *    postings made before the failure.
       START-PARTITION-CONTROL.
           IF WS-PC-ON-FILE = 'Y'
              MOVE WS-PC-SAVED-OPENING TO WS-OPENING-BALANCE-TOTAL
           END-IF
           MOVE 'S' TO WS-RC-NEW-STATUS
           PERFORM UPDATE-PARTITION-CONTROL.

       UPDATE-PARTITION-CONTROL.
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-CYCLE TO PC-CYCLE
           MOVE WS-PARTITION TO PC-PARTITION
           READ PARTITION-CONTROL-FILE
              INVALID KEY
                 PERFORM WRITE-PARTITION-CONTROL
              NOT INVALID KEY
                 PERFORM SET-PARTITION-FIGURES
                 REWRITE PARTITION-CONTROL-RECORD
           END-READ.

       WRITE-PARTITION-CONTROL.
           MOVE WS-RUN-DATE TO PC-RUN-DATE
           MOVE WS-RUN-CYCLE TO PC-CYCLE
           MOVE WS-PARTITION TO PC-PARTITION
           PERFORM SET-PARTITION-FIGURES
           WRITE PARTITION-CONTROL-RECORD.

       SET-PARTITION-FIGURES.
           MOVE WS-RC-NEW-STATUS TO PC-STATUS
           MOVE WS-PART-LOW-ID TO PC-LOW-CUST-ID
           MOVE WS-PART-HIGH-ID TO PC-HIGH-CUST-ID
           MOVE WS-TRANSACTION-COUNT TO PC-TRAN-COUNT
           MOVE WS-SUCCESS-COUNT TO PC-SUCCESS-COUNT
           MOVE WS-ERROR-COUNT TO PC-ERROR-COUNT
           MOVE WS-TOTAL-AMOUNT TO PC-NET-AMOUNT
           MOVE WS-OPENING-BALANCE-TOTAL TO PC-OPENING-BAL-TOTAL
           MOVE WS-CLOSING-BALANCE-TOTAL TO PC-CLOSING-BAL-TOTAL
           MOVE WS-TRANSFER-NET-AMOUNT TO PC-TRANSFER-NET
           MOVE WS-TRAILER-COUNT TO PC-TRAILER-COUNT
           MOVE WS-GL-TABLE TO PC-GL-TABLE.

      *    Prove the consolidated feed balances to the trailer TRANMRG
      *    wrote before a single record is posted. A truncated branch
      *    extract or partial transmission stops the run here.

       COMPUTE-OPENING-BALANCE-TOTAL.
           MOVE 0 TO WS-OPENING-BALANCE-TOTAL
           MOVE WS-PART-LOW-ID TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
           MOVE 'N' TO WS-BAL-EOF-FLAG
           PERFORM ACCUMULATE-OPENING-BALANCE
              AT END
                 MOVE 'Y' TO WS-BAL-EOF-FLAG
              NOT AT END
                 PERFORM CHECK-CUST-IN-PARTITION
                 IF WS-CUST-IN-PARTITION = 'Y'
                    ADD CUST-BALANCE TO WS-OPENING-BALANCE-TOTAL
                 END-IF
           END-READ.

      *    Balance totals cover only the customers the run posts: a
      *    numbered partition walks its own range, the cross-partition
      *    pass the customers outside every range, and a whole-feed
      *    run everything.
       CHECK-CUST-IN-PARTITION.
           MOVE 'Y' TO WS-CUST-IN-PARTITION
           IF CUST-ID > WS-PART-HIGH-ID
              MOVE 'N' TO WS-CUST-IN-PARTITION
              MOVE 'Y' TO WS-BAL-EOF-FLAG
           ELSE
              IF CROSS-PARTITION-PASS
                 MOVE CUST-ID TO WS-LOOKUP-CUST-ID
                 PERFORM FIND-CUST-PARTITION
                 IF WS-LOOKUP-PARTITION NOT = 0
                    MOVE 'N' TO WS-CUST-IN-PARTITION
                 END-IF
              END-IF
           END-IF.

       LOAD-LAST-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
              CLOSE CHECKPOINT-FILE
              IF WS-CKPT-FOUND-FLAG = 'Y' AND
                 SV-RUN-DATE = WS-RUN-DATE AND
                 SV-CYCLE = WS-RUN-CYCLE AND
                 SV-PARTITION = WS-PARTITION
                 MOVE 'Y' TO WS-RESTART-FLAG
                 MOVE SV-LAST-TRAN-ID TO WS-LAST-CKPT-TRAN-ID
                 MOVE SV-TRANSACTION-COUNT TO WS-TRANSACTION-COUNT
                 MOVE CKPT-CYCLE TO SV-CYCLE
                 MOVE CKPT-TRANSFER-NET TO SV-TRANSFER-NET
                 MOVE CKPT-GL-TABLE TO SV-GL-TABLE
                 MOVE CKPT-PARTITION TO SV-PARTITION
           END-READ.

       PROCESS-TRANSACTIONS.
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 PERFORM FIND-TRAN-OWNER
                 IF TRAN-TYPE = 'TL' OR WS-TRAN-OWNER NOT = WS-PARTITION
                    CONTINUE
                 ELSE
                    IF WS-LAST-CKPT-TRAN-ID > 0 AND
                 END-IF
           END-READ.

      *    Which run posts a feed item: the partition holding its
      *    customer, or for a transfer the partition holding both
      *    legs. Anything else belongs to the cross-partition pass
      *    (99). A whole-feed run owns every item.
       FIND-TRAN-OWNER.
           MOVE 0 TO WS-TRAN-OWNER
           IF NOT UNPARTITIONED-RUN
              MOVE TRAN-CUST-ID TO WS-LOOKUP-CUST-ID
              PERFORM FIND-CUST-PARTITION
              MOVE WS-LOOKUP-PARTITION TO WS-TRAN-OWNER
              IF TRAN-TYPE = 'TR'
                 MOVE TRAN-TO-CUST-ID TO WS-LOOKUP-CUST-ID
                 PERFORM FIND-CUST-PARTITION
                 IF WS-LOOKUP-PARTITION NOT = WS-TRAN-OWNER
                    MOVE 0 TO WS-TRAN-OWNER
                 END-IF
              END-IF
              IF WS-TRAN-OWNER = 0
                 MOVE 99 TO WS-TRAN-OWNER
              END-IF
           END-IF.

       FIND-CUST-PARTITION.
           MOVE 0 TO WS-LOOKUP-PARTITION
           MOVE 1 TO WS-PT-SUB
           PERFORM MATCH-CUST-PARTITION
              UNTIL WS-LOOKUP-PARTITION NOT = 0 OR
                    WS-PT-SUB > WS-PART-COUNT.

       MATCH-CUST-PARTITION.
           IF WS-LOOKUP-CUST-ID NOT < WS-PT-LOW-ID(WS-PT-SUB) AND
              WS-LOOKUP-CUST-ID NOT > WS-PT-HIGH-ID(WS-PT-SUB)
              MOVE WS-PT-PARTITION(WS-PT-SUB) TO WS-LOOKUP-PARTITION
           END-IF
           ADD 1 TO WS-PT-SUB.

       PROCESS-SINGLE-TRANSACTION.
           ADD 1 TO WS-TRANSACTION-COUNT

              END-IF
           END-IF

           IF NOT DRY-RUN-MODE
              ADD 1 TO WS-SINCE-LAST-CKPT
              IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
                 PERFORM WRITE-CHECKPOINT
              END-IF
           END-IF.

       CHECK-DUPLICATE-TRAN-ID.
           MOVE 'N' TO WS-DUPLICATE-FLAG
           MOVE TRAN-DATE TO PT-DATE
           MOVE TRAN-ID TO PT-TRAN-ID
           IF WS-POSTED-FILE-OPEN = 'Y'
              READ POSTED-TRAN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-DUPLICATE-FLAG
              END-READ
           END-IF
           IF DRY-RUN-MODE AND WS-DUPLICATE-FLAG = 'N'
              PERFORM SET-PROJECTED-TRAN-KEY
              READ PROJECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-DUPLICATE-FLAG
              END-READ
           END-IF.

       RECORD-POSTED-TRAN-ID.
           IF DRY-RUN-MODE
              PERFORM SET-PROJECTED-TRAN-KEY
              MOVE SPACES TO PJ-DATA
              WRITE PROJECTION-RECORD
           ELSE
              MOVE TRAN-DATE TO PT-DATE
              MOVE TRAN-ID TO PT-TRAN-ID
              WRITE POSTED-TRAN-RECORD
           END-IF.

       SET-PROJECTED-TRAN-KEY.
           MOVE 'T' TO PJ-REC-TYPE
           MOVE SPACES TO PJ-KEY-ID
           MOVE TRAN-DATE TO PJ-KEY-DATE
           MOVE TRAN-ID TO PJ-KEY-POSTED-ID.

       LOG-DUPLICATE-TRANSACTION.
           MOVE 'Duplicate transaction ID' TO WS-REJECT-REASON
           MOVE WS-RUN-CYCLE TO CKPT-CYCLE
           MOVE WS-TRANSFER-NET-AMOUNT TO CKPT-TRANSFER-NET
           MOVE WS-GL-TABLE TO CKPT-GL-TABLE
           MOVE WS-PARTITION TO CKPT-PARTITION
           WRITE CHECKPOINT-RECORD
           MOVE 0 TO WS-SINCE-LAST-CKPT
           MOVE 'K' TO WS-RC-NEW-STATUS
              INVALID KEY
                 PERFORM LOG-CUSTOMER-NOT-FOUND
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 IF CUST-STATUS NOT = 'A'
                    PERFORM LOG-ACCOUNT-NOT-ACTIVE
                 ELSE
           ADD WS-CONVERTED-AMOUNT TO YTD-CREDIT-TOTAL
           ADD WS-CONVERTED-AMOUNT TO MTD-CREDIT-TOTAL
           MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
           PERFORM SAVE-CUSTOMER-RECORD
           IF WS-CUST-STATUS = '00'
              ADD 1 TO WS-SUCCESS-COUNT
              ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-AMOUNT
              INVALID KEY
                 PERFORM LOG-CUSTOMER-NOT-FOUND
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 IF CUST-STATUS NOT = 'A'
                    PERFORM LOG-ACCOUNT-NOT-ACTIVE
                 ELSE
                       IF WS-HOLD-BLOCKED = 'Y'
                          PERFORM LOG-ACCOUNT-HELD
                       ELSE
                          PERFORM CHECK-DAILY-DEBIT-LIMIT
                          IF WS-DAILY-LIMIT-HIT = 'Y'
                             PERFORM LOG-DAILY-LIMIT-EXCEEDED
                          ELSE
                             PERFORM APPLY-DEBIT-TO-CUSTOMER
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           IF WS-NEW-BALANCE < (WS-EFFECTIVE-LIMIT * -1)
              PERFORM LOG-CREDIT-LIMIT-EXCEEDED
           ELSE
              PERFORM CHECK-GROUP-CREDIT-LIMIT
              IF WS-GROUP-LIMIT-HIT NOT = 'N'
                 PERFORM LOG-GROUP-LIMIT-EXCEEDED
              ELSE
                 MOVE WS-NEW-BALANCE TO CUST-BALANCE
                 ADD WS-CONVERTED-AMOUNT TO YTD-DEBIT-TOTAL
                 ADD WS-CONVERTED-AMOUNT TO MTD-DEBIT-TOTAL
                 MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
                 PERFORM SAVE-CUSTOMER-RECORD
                 IF WS-CUST-STATUS = '00'
                    ADD 1 TO WS-SUCCESS-COUNT
                    SUBTRACT WS-CONVERTED-AMOUNT
                       FROM WS-TOTAL-AMOUNT
                    MOVE TRAN-CUST-ID TO PH-CUST-ID
                    MOVE 'DB' TO WS-GL-TYPE-CODE
                    MOVE WS-CONVERTED-AMOUNT TO WS-GL-AMOUNT
                    PERFORM WRITE-TRAN-HISTORY
                    MOVE WS-CONVERTED-AMOUNT TO WS-DAILY-DEBIT-DELTA
                    PERFORM RECORD-DAILY-DEBIT
                    COMPUTE WS-ACCT-SIGNED-AMOUNT =
                       WS-CONVERTED-AMOUNT * -1
                    MOVE WS-CONVERTED-AMOUNT TO WS-ACCT-DR-DELTA
                    MOVE 0 TO WS-ACCT-CR-DELTA
                    PERFORM POST-TO-PRIMARY-ACCOUNT
                 ELSE
                    PERFORM LOG-UPDATE-ERROR
                 END-IF
              END-IF
           END-IF.

              INVALID KEY
                 PERFORM LOG-CUSTOMER-NOT-FOUND
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 IF CUST-STATUS NOT = 'A'
                    PERFORM LOG-ACCOUNT-NOT-ACTIVE
                 ELSE
                             FROM MTD-DEBIT-TOTAL
                       END-IF
                       MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
                       PERFORM SAVE-CUSTOMER-RECORD
                       IF WS-CUST-STATUS = '00'
                          ADD 1 TO WS-SUCCESS-COUNT
                          ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-AMOUNT
              END-READ
           END-IF.

      *    Group credit limit: a customer in a CUSTGRP group may stay
      *    inside its own limit while the group as a whole does not.
      *    Exposure is the sum of the members' overdrawn balances -
      *    the debtor's at the balance this posting would leave -
      *    each converted to the group's limit currency at the latest
      *    EXCHRATE rate on or before the transaction date. A debit
      *    that leaves the debtor in credit adds no exposure and is
      *    not tested. Reading the other members overlays the
      *    customer record, so the debtor's is saved and put back.
      *    WS-GROUP-LIMIT-HIT is 'Y' over the limit, 'R' when a
      *    member's balance could not be converted.
       CHECK-GROUP-CREDIT-LIMIT.
           MOVE 'N' TO WS-GROUP-LIMIT-HIT
           IF WS-CGRP-FILE-OPEN = 'Y' AND WS-NEW-BALANCE < 0
              MOVE 'C' TO CG-REC-TYPE
              MOVE CUST-ID TO CG-KEY-CUST-ID
              MOVE 0 TO CG-KEY-MEMBER-ID
              READ CUSTOMER-GROUP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM READ-GROUP-HEADER
              END-READ
           END-IF.

       READ-GROUP-HEADER.
           MOVE CG-GROUP-ID TO WS-GROUP-ID
           MOVE 'G' TO CG-REC-TYPE
           MOVE WS-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM TOTAL-GROUP-EXPOSURE
           END-READ.

       TOTAL-GROUP-EXPOSURE.
           MOVE CG-GROUP-LIMIT TO WS-GROUP-LIMIT
           MOVE CG-LIMIT-CURRENCY TO WS-GROUP-CURRENCY
           MOVE CUST-ID TO WS-GROUP-DEBTOR-ID
           MOVE CUST-CURRENCY-CODE TO WS-GROUP-DEBTOR-CCY
           MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER-RECORD
           MOVE 0 TO WS-GROUP-EXPOSURE
           MOVE 'M' TO CG-REC-TYPE
           MOVE WS-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           MOVE 'N' TO WS-GROUP-EOF
           START CUSTOMER-GROUP-FILE KEY IS NOT LESS THAN CG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM ADD-NEXT-MEMBER-EXPOSURE UNTIL WS-GROUP-EOF = 'Y'
           MOVE WS-SAVED-CUSTOMER-RECORD TO CUSTOMER-RECORD
           IF WS-GROUP-LIMIT-HIT = 'N'
              AND WS-GROUP-EXPOSURE > WS-GROUP-LIMIT
              MOVE 'Y' TO WS-GROUP-LIMIT-HIT
           END-IF.

       ADD-NEXT-MEMBER-EXPOSURE.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-GROUP-EOF
              NOT AT END
                 IF NOT CG-GROUP-MEMBER
                    OR CG-KEY-ID NOT = WS-GROUP-ID
                    MOVE 'Y' TO WS-GROUP-EOF
                 ELSE
                    PERFORM GET-MEMBER-BALANCE
                    IF WS-MEMBER-BALANCE < 0
                       PERFORM ADD-MEMBER-EXPOSURE
                    END-IF
                 END-IF
           END-READ.

       GET-MEMBER-BALANCE.
           IF CG-KEY-MEMBER-ID = WS-GROUP-DEBTOR-ID
              MOVE WS-NEW-BALANCE TO WS-MEMBER-BALANCE
              MOVE WS-GROUP-DEBTOR-CCY TO WS-MEMBER-CURRENCY
           ELSE
              MOVE CG-KEY-MEMBER-ID TO CUST-ID
              READ CUSTOMER-FILE
                 INVALID KEY
                    MOVE 0 TO WS-MEMBER-BALANCE
                 NOT INVALID KEY
                    PERFORM OVERLAY-PROJECTED-CUSTOMER
                    MOVE CUST-BALANCE TO WS-MEMBER-BALANCE
                    MOVE CUST-CURRENCY-CODE TO WS-MEMBER-CURRENCY
              END-READ
           END-IF.

       ADD-MEMBER-EXPOSURE.
           IF WS-MEMBER-CURRENCY = WS-GROUP-CURRENCY
              SUBTRACT WS-MEMBER-BALANCE FROM WS-GROUP-EXPOSURE
           ELSE
              MOVE 'N' TO WS-MEMBER-RATE-FOUND
              IF WS-EXCH-FILE-OPEN = 'Y'
                 MOVE WS-MEMBER-CURRENCY TO EXCH-FROM-CURRENCY
                 MOVE WS-GROUP-CURRENCY TO EXCH-TO-CURRENCY
                 MOVE TRAN-DATE TO EXCH-EFF-DATE
                 START EXCHANGE-RATE-FILE
                    KEY IS NOT GREATER THAN EXCH-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM READ-MEMBER-RATE
                 END-START
              END-IF
              IF WS-MEMBER-RATE-FOUND = 'N'
                 MOVE 'R' TO WS-GROUP-LIMIT-HIT
              END-IF
           END-IF.

       READ-MEMBER-RATE.
           READ EXCHANGE-RATE-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF EXCH-FROM-CURRENCY = WS-MEMBER-CURRENCY
                    AND EXCH-TO-CURRENCY = WS-GROUP-CURRENCY
                    COMPUTE WS-GROUP-EXPOSURE ROUNDED =
                       WS-GROUP-EXPOSURE -
                       (WS-MEMBER-BALANCE * EXCH-RATE)
                    MOVE 'Y' TO WS-MEMBER-RATE-FOUND
                 END-IF
           END-READ.

      *    Daily debit limit: the customer's own figure from DLYLIMIT,
      *    else the default for its class (standard class 'ST' when
      *    the customer has no record) in the account currency. It
      *    is tested against what DLYDEBIT shows already posted on
      *    the business date - every earlier intraday cycle and the
      *    suspense rerun add to the same record - and a refusal is
      *    counted there for the DLYLMRPT report.
       CHECK-DAILY-DEBIT-LIMIT.
           MOVE 'N' TO WS-DAILY-LIMIT-HIT
           PERFORM GET-DAILY-DEBIT-LIMIT
           IF WS-DAILY-LIMIT-FOUND = 'Y'
              PERFORM READ-DAILY-USAGE
              IF DU-DEBIT-TOTAL + WS-CONVERTED-AMOUNT > WS-DAILY-LIMIT
                 MOVE 'Y' TO WS-DAILY-LIMIT-HIT
                 ADD 1 TO DU-BREACH-COUNT
                 ADD WS-CONVERTED-AMOUNT TO DU-BREACH-AMOUNT
                 MOVE WS-DAILY-LIMIT TO DU-LIMIT
                 PERFORM SAVE-DAILY-USAGE
              END-IF
           END-IF.

       GET-DAILY-DEBIT-LIMIT.
           MOVE 'N' TO WS-DAILY-LIMIT-FOUND
           MOVE 'ST' TO WS-LIMIT-CLASS
           IF WS-DLIM-FILE-OPEN = 'Y'
              MOVE 'C' TO DL-REC-TYPE
              MOVE CUST-ID TO DL-KEY-CUST-ID
              READ DAILY-LIMIT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DL-DAILY-LIMIT > 0
                       MOVE DL-DAILY-LIMIT TO WS-DAILY-LIMIT
                       MOVE 'Y' TO WS-DAILY-LIMIT-FOUND
                    ELSE
                       IF DL-CLASS NOT = SPACES
                          MOVE DL-CLASS TO WS-LIMIT-CLASS
                       END-IF
                    END-IF
              END-READ
              IF WS-DAILY-LIMIT-FOUND = 'N'
                 MOVE 'K' TO DL-REC-TYPE
                 MOVE SPACES TO DL-KEY-ID
                 MOVE WS-LIMIT-CLASS TO DL-KEY-CLASS
                 MOVE CUST-CURRENCY-CODE TO DL-KEY-CURRENCY
                 READ DAILY-LIMIT-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DL-DAILY-LIMIT TO WS-DAILY-LIMIT
                       MOVE 'Y' TO WS-DAILY-LIMIT-FOUND
                 END-READ
              END-IF
           END-IF.

       READ-DAILY-USAGE.
           MOVE 'N' TO WS-USAGE-ON-FILE
           MOVE WS-RUN-DATE-FMT TO DU-BUSINESS-DATE
           MOVE CUST-ID TO DU-CUST-ID
           IF WS-DUSE-FILE-OPEN = 'Y'
              READ DAILY-USAGE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-USAGE-ON-FILE
              END-READ
           END-IF
           IF WS-USAGE-ON-FILE = 'N'
              MOVE WS-RUN-DATE-FMT TO DU-BUSINESS-DATE
              MOVE CUST-ID TO DU-CUST-ID
              MOVE 0 TO DU-DEBIT-TOTAL
              MOVE CUST-CURRENCY-CODE TO DU-CURRENCY-CODE
              MOVE 0 TO DU-LIMIT
              MOVE 0 TO DU-BREACH-COUNT
              MOVE 0 TO DU-BREACH-AMOUNT
           END-IF
           IF DRY-RUN-MODE
              PERFORM SET-PROJECTED-USAGE-KEY
              READ PROJECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PJ-DATA TO DAILY-USAGE-RECORD
              END-READ
           END-IF.

       SAVE-DAILY-USAGE.
           IF DRY-RUN-MODE
              PERFORM SET-PROJECTED-USAGE-KEY
              MOVE DAILY-USAGE-RECORD TO PJ-DATA
              WRITE PROJECTION-RECORD
                 INVALID KEY
                    REWRITE PROJECTION-RECORD
              END-WRITE
           ELSE
              IF WS-DUSE-FILE-OPEN = 'Y'
                 IF WS-USAGE-ON-FILE = 'Y'
                    REWRITE DAILY-USAGE-RECORD
                 ELSE
                    WRITE DAILY-USAGE-RECORD
                 END-IF
              END-IF
           END-IF.

       SET-PROJECTED-USAGE-KEY.
           MOVE 'U' TO PJ-REC-TYPE
           MOVE CUST-ID TO PJ-KEY-CUST-ID
           MOVE 0 TO PJ-KEY-TRAN-ID
           MOVE 0 TO PJ-KEY-SEQ.

      *    Every posted debit and transfer out is accumulated, limited
      *    customer or not, so a limit placed during the day is tested
      *    against the whole day. A backed-out transfer passes a
      *    negative delta.
       RECORD-DAILY-DEBIT.
           PERFORM READ-DAILY-USAGE
           ADD WS-DAILY-DEBIT-DELTA TO DU-DEBIT-TOTAL
           PERFORM SAVE-DAILY-USAGE.

       CONVERT-TRAN-AMOUNT.
           IF TRAN-CURRENCY-CODE = CUST-CURRENCY-CODE OR
              TRAN-CURRENCY-CODE = SPACES
                 PERFORM LOG-CUSTOMER-NOT-FOUND
                 MOVE 'Y' TO WS-TRANSFER-FAILED
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 IF CUST-STATUS NOT = 'A'
                    PERFORM LOG-ACCOUNT-NOT-ACTIVE
                    MOVE 'Y' TO WS-TRANSFER-FAILED
                          PERFORM LOG-ACCOUNT-HELD
                          MOVE 'Y' TO WS-TRANSFER-FAILED
                       ELSE
                          PERFORM CHECK-DAILY-DEBIT-LIMIT
                          IF WS-DAILY-LIMIT-HIT = 'Y'
                             PERFORM LOG-DAILY-LIMIT-EXCEEDED
                             MOVE 'Y' TO WS-TRANSFER-FAILED
                          ELSE
                             PERFORM APPLY-TRANSFER-DEBIT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              PERFORM LOG-CREDIT-LIMIT-EXCEEDED
              MOVE 'Y' TO WS-TRANSFER-FAILED
           ELSE
              PERFORM CHECK-GROUP-CREDIT-LIMIT
              IF WS-GROUP-LIMIT-HIT NOT = 'N'
                 PERFORM LOG-GROUP-LIMIT-EXCEEDED
                 MOVE 'Y' TO WS-TRANSFER-FAILED
              ELSE
                 MOVE WS-NEW-BALANCE TO CUST-BALANCE
                 ADD WS-TRANSFER-DEBIT-AMT TO YTD-DEBIT-TOTAL
                 ADD WS-TRANSFER-DEBIT-AMT TO MTD-DEBIT-TOTAL
                 MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
                 PERFORM SAVE-CUSTOMER-RECORD
                 IF WS-CUST-STATUS NOT = '00'
                    PERFORM LOG-UPDATE-ERROR
                    MOVE 'Y' TO WS-TRANSFER-FAILED
                 ELSE
                    MOVE TRAN-CUST-ID TO PH-CUST-ID
                    MOVE 'TD' TO WS-GL-TYPE-CODE
                    MOVE WS-TRANSFER-DEBIT-AMT TO WS-GL-AMOUNT
                    PERFORM WRITE-TRAN-HISTORY
                    MOVE WS-TRANSFER-DEBIT-AMT TO WS-DAILY-DEBIT-DELTA
                    PERFORM RECORD-DAILY-DEBIT
                    COMPUTE WS-ACCT-SIGNED-AMOUNT =
                       WS-TRANSFER-DEBIT-AMT * -1
                    MOVE WS-TRANSFER-DEBIT-AMT TO WS-ACCT-DR-DELTA
                    MOVE 0 TO WS-ACCT-CR-DELTA
                    PERFORM POST-TO-PRIMARY-ACCOUNT
                 END-IF
              END-IF
           END-IF.

                 PERFORM LOG-CUSTOMER-NOT-FOUND
                 PERFORM BACK-OUT-TRANSFER-DEBIT
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 IF CUST-STATUS NOT = 'A'
                    PERFORM LOG-ACCOUNT-NOT-ACTIVE
                    PERFORM BACK-OUT-TRANSFER-DEBIT
           ADD WS-TRANSFER-CREDIT-AMT TO YTD-CREDIT-TOTAL
           ADD WS-TRANSFER-CREDIT-AMT TO MTD-CREDIT-TOTAL
           MOVE TRAN-DATE TO CUST-LAST-ACTIVITY-DATE
           PERFORM SAVE-CUSTOMER-RECORD
           IF WS-CUST-STATUS = '00'
              ADD 1 TO WS-SUCCESS-COUNT
              MOVE TRAN-TO-CUST-ID TO PH-CUST-ID
              INVALID KEY
                 PERFORM LOG-UPDATE-ERROR
              NOT INVALID KEY
                 PERFORM OVERLAY-PROJECTED-CUSTOMER
                 ADD WS-TRANSFER-DEBIT-AMT TO CUST-BALANCE
                 SUBTRACT WS-TRANSFER-DEBIT-AMT FROM YTD-DEBIT-TOTAL
                 SUBTRACT WS-TRANSFER-DEBIT-AMT FROM MTD-DEBIT-TOTAL
                 PERFORM SAVE-CUSTOMER-RECORD
                 PERFORM REMOVE-TRANSFER-DEBIT-ARTIFACTS
                 COMPUTE WS-DAILY-DEBIT-DELTA =
                    WS-TRANSFER-DEBIT-AMT * -1
                 PERFORM RECORD-DAILY-DEBIT
                 MOVE WS-TRANSFER-DEBIT-AMT TO WS-ACCT-SIGNED-AMOUNT
                 COMPUTE WS-ACCT-DR-DELTA =
                    WS-TRANSFER-DEBIT-AMT * -1
           MOVE WS-TRANSFER-FROM-ID TO PH-CUST-ID
           MOVE TRAN-DATE TO PH-DATE
           MOVE TRAN-ID TO PH-TRAN-ID
           IF NOT DRY-RUN-MODE
              DELETE TRAN-HISTORY-FILE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF
           MOVE 'TD' TO WS-GL-TYPE-CODE
           COMPUTE WS-GL-AMOUNT = WS-TRANSFER-DEBIT-AMT * -1
           PERFORM ACCUMULATE-GL-TOTALS.

      *    Full-detail history of every successful posting, keyed by
      *    the customer whose balance moved (both legs of a transfer
      *    get a record). PH-CUST-ID is set by the caller. The record
      *    carries the run date it posted on and the amount as it hit
      *    the customer's balance, which is what the nightly DB2 load
      *    selects and proves against the run-control figures.
       WRITE-TRAN-HISTORY.
           MOVE TRAN-DATE TO PH-DATE
           MOVE TRAN-ID TO PH-TRAN-ID
           MOVE TRAN-TO-CUST-ID TO PH-TO-CUST-ID
           MOVE TRAN-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE 'N' TO PH-REVERSED-FLAG
           MOVE TRAN-BRANCH-ID TO PH-BRANCH-ID
           MOVE WS-RUN-DATE-FMT TO PH-POSTED-DATE
           MOVE WS-GL-AMOUNT TO PH-POSTED-AMOUNT
           IF NOT DRY-RUN-MODE
              WRITE TRAN-HISTORY-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-GL-TYPE-CODE = 'DB' AND WS-LIDX-FILE-OPEN = 'Y'
              PERFORM ACCUMULATE-LOAN-INSTALMENT-GL
           ELSE
              PERFORM ACCUMULATE-GL-TOTALS
           END-IF.

      *    A loan instalment debit (LOANDUE's TRAN-ID band from
      *    7,500,000, found on the LOANIDX instalment index) is
      *    journalled as two legs instead of one DB leg: LI for the
      *    instalment's interest and LP for the principal repaid, so
      *    interest income and the loan receivable are credited
      *    separately. The interest share is taken in proportion to
      *    the amount as converted to the customer's currency; a
      *    debit not on the index stays an ordinary DB leg.
       ACCUMULATE-LOAN-INSTALMENT-GL.
           MOVE 'N' TO WS-LOAN-INSTAL-FOUND
           COMPUTE WS-LOAN-ID-DATE = TRAN-ID / 10000000
           COMPUTE WS-LOAN-ID-SUFFIX =
              TRAN-ID - WS-LOAN-ID-DATE * 10000000
           IF WS-LOAN-ID-SUFFIX >= 7500000 AND
              WS-LOAN-ID-SUFFIX < 8000000
              MOVE TRAN-ID TO LI-TRAN-ID
              READ LOAN-INSTALMENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LOAN-INSTAL-FOUND
              END-READ
           END-IF
           IF WS-LOAN-INSTAL-FOUND = 'N'
              PERFORM ACCUMULATE-GL-TOTALS
           ELSE
              MOVE WS-GL-AMOUNT TO WS-LOAN-SAVED-AMOUNT
              MOVE 0 TO WS-LOAN-INTEREST-PART
              IF TRAN-AMOUNT > 0
                 COMPUTE WS-LOAN-INTEREST-PART ROUNDED =
                    LI-INTEREST-AMOUNT * WS-LOAN-SAVED-AMOUNT
                    / TRAN-AMOUNT
              END-IF
              IF WS-LOAN-INTEREST-PART > WS-LOAN-SAVED-AMOUNT
                 MOVE WS-LOAN-SAVED-AMOUNT TO WS-LOAN-INTEREST-PART
              END-IF
              IF WS-LOAN-INTEREST-PART > 0
                 MOVE 'LI' TO WS-GL-TYPE-CODE
                 MOVE WS-LOAN-INTEREST-PART TO WS-GL-AMOUNT
                 PERFORM ACCUMULATE-GL-TOTALS
              END-IF
              IF WS-LOAN-SAVED-AMOUNT > WS-LOAN-INTEREST-PART
                 MOVE 'LP' TO WS-GL-TYPE-CODE
                 COMPUTE WS-GL-AMOUNT =
                    WS-LOAN-SAVED-AMOUNT - WS-LOAN-INTEREST-PART
                 PERFORM ACCUMULATE-GL-TOTALS
              END-IF
              MOVE 'DB' TO WS-GL-TYPE-CODE
              MOVE WS-LOAN-SAVED-AMOUNT TO WS-GL-AMOUNT
           END-IF.

      *    Every customer update goes through here. A dry run keeps
      *    the updated record on the scratch index instead, and each
      *    later read of that customer in the run overlays it, so the
      *    projection sees the balance the feed has left so far.
       SAVE-CUSTOMER-RECORD.
           IF DRY-RUN-MODE
              PERFORM SET-PROJECTED-CUSTOMER-KEY
              MOVE CUSTOMER-RECORD TO PJ-DATA
              WRITE PROJECTION-RECORD
                 INVALID KEY
                    REWRITE PROJECTION-RECORD
              END-WRITE
              MOVE WS-PROJ-STATUS TO WS-CUST-STATUS
           ELSE
              REWRITE CUSTOMER-RECORD
           END-IF.

       OVERLAY-PROJECTED-CUSTOMER.
           IF DRY-RUN-MODE
              PERFORM SET-PROJECTED-CUSTOMER-KEY
              READ PROJECTION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PJ-DATA TO CUSTOMER-RECORD
              END-READ
           END-IF.

       SET-PROJECTED-CUSTOMER-KEY.
           MOVE 'C' TO PJ-REC-TYPE
           MOVE CUST-ID TO PJ-KEY-CUST-ID
           MOVE 0 TO PJ-KEY-TRAN-ID
           MOVE 0 TO PJ-KEY-SEQ.

      *    The feeds do not carry an account number yet, so every
      *    customer-level movement is mirrored onto the customer's
           END-WRITE.

      *    One bucket per customer currency and posting leg (CR, DB,
      *    AD, the TD/TC legs of a transfer, and the LI/LP split of
      *    a loan instalment), accumulated in the currency the
      *    balance actually moved in. The caller sets
      *    WS-GL-TYPE-CODE and WS-GL-AMOUNT alongside PH-CUST-ID.
       ACCUMULATE-GL-TOTALS.
           MOVE 'N' TO WS-GLB-FOUND
           MOVE 'Account not active' TO WS-REJECT-REASON
           PERFORM WRITE-ERROR-AND-SUSPENSE.

       LOG-DAILY-LIMIT-EXCEEDED.
           MOVE 'Daily debit limit exceeded' TO WS-REJECT-REASON
           PERFORM WRITE-ERROR-AND-SUSPENSE.

       LOG-GROUP-LIMIT-EXCEEDED.
           IF WS-GROUP-LIMIT-HIT = 'R'
              MOVE 'Group exposure rate not available' TO
                 WS-REJECT-REASON
           ELSE
              MOVE 'Group credit limit exceeded' TO WS-REJECT-REASON
           END-IF
           PERFORM WRITE-ERROR-AND-SUSPENSE.

      *    Operations holds: one instruction per account on HOLDFILE.
      *    WS-HOLD-DIRECTION carries which side of the posting is in
      *    flight ('D' debit leg, 'C' credit leg) so debit-only and
           PERFORM WRITE-ERROR-AND-SUSPENSE.

       WRITE-ERROR-AND-SUSPENSE.
           IF DRY-RUN-MODE
              ADD 1 TO WS-ERROR-COUNT
              PERFORM RECORD-PROJECTED-REJECT
           ELSE
              MOVE WS-TIMESTAMP TO ERR-TIMESTAMP
              MOVE TRAN-ID TO ERR-TRAN-ID
              MOVE WS-REJECT-REASON TO ERR-MESSAGE
              MOVE 'BATCHJOB' TO ERR-OPERATOR
              MOVE TRAN-BRANCH-ID TO ERR-BRANCH-ID
              MOVE TRAN-AMOUNT TO ERR-AMOUNT
              WRITE ERROR-RECORD
              ADD 1 TO WS-ERROR-COUNT
              PERFORM WRITE-SUSPENSE-RECORD
           END-IF.

      *    A projected reject is counted under its reason and kept on
      *    the scratch index by customer (the feed's TRAN-CUST-ID, as
      *    SUSPFILE would carry it) for the by-customer listing.
       RECORD-PROJECTED-REJECT.
           MOVE 'N' TO WS-DRR-FOUND
           MOVE 1 TO WS-DRR-SUB
           PERFORM MATCH-REJECT-REASON
              UNTIL WS-DRR-FOUND = 'Y' OR
                    WS-DRR-SUB > WS-DRY-REASON-COUNT
           IF WS-DRR-FOUND = 'N'
              IF WS-DRY-REASON-COUNT < 30
                 ADD 1 TO WS-DRY-REASON-COUNT
                 MOVE WS-DRY-REASON-COUNT TO WS-DRR-SUB
                 MOVE WS-REJECT-REASON TO WS-DRR-TEXT(WS-DRR-SUB)
                 MOVE 0 TO WS-DRR-COUNT(WS-DRR-SUB)
                 MOVE 0 TO WS-DRR-AMOUNT(WS-DRR-SUB)
                 MOVE 'Y' TO WS-DRR-FOUND
              END-IF
           ELSE
              SUBTRACT 1 FROM WS-DRR-SUB
           END-IF
           IF WS-DRR-FOUND = 'Y'
              ADD 1 TO WS-DRR-COUNT(WS-DRR-SUB)
              ADD TRAN-AMOUNT TO WS-DRR-AMOUNT(WS-DRR-SUB)
           END-IF
           ADD 1 TO WS-REJECT-SEQ
           MOVE 'R' TO PJ-REC-TYPE
           MOVE TRAN-CUST-ID TO PJ-KEY-CUST-ID
           MOVE TRAN-ID TO PJ-KEY-TRAN-ID
           MOVE WS-REJECT-SEQ TO PJ-KEY-SEQ
           MOVE SPACES TO PJ-DATA
           MOVE TRAN-TYPE TO PJR-TYPE
           MOVE TRAN-AMOUNT TO PJR-AMOUNT
           MOVE TRAN-CURRENCY-CODE TO PJR-CURRENCY-CODE
           MOVE WS-REJECT-REASON TO PJR-REASON
           WRITE PROJECTION-RECORD.

       MATCH-REJECT-REASON.
           IF WS-DRR-TEXT(WS-DRR-SUB) = WS-REJECT-REASON
              MOVE 'Y' TO WS-DRR-FOUND
           END-IF
           ADD 1 TO WS-DRR-SUB.

       WRITE-SUSPENSE-RECORD.
           MOVE TRAN-ID TO SUSP-TRAN-ID
           MOVE WS-REJECT-REASON TO SUSP-REASON
           MOVE WS-RUN-DATE-FMT TO SUSP-FIRST-DATE
           MOVE 0 TO SUSP-RETRY-COUNT
           MOVE TRAN-BRANCH-ID TO SUSP-BRANCH-ID
           WRITE SUSPENSE-RECORD.

       FINALIZATION.

           PERFORM COMPUTE-CLOSING-BALANCE-TOTAL
           PERFORM WRITE-CONTROL-REPORT
           IF UNPARTITIONED-RUN
              PERFORM WRITE-GL-JOURNAL
           END-IF

           IF UNPARTITIONED-RUN AND
              WS-TRANSACTION-COUNT NOT = WS-TRAILER-COUNT
              DISPLAY 'POSTED RECORD COUNT DOES NOT BALANCE TO '
                 'TRANFILE TRAILER'
              DISPLAY 'Trailer Count: ' WS-TRAILER-COUNT
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
           END-IF
           IF UNPARTITIONED-RUN
              CLOSE GL-JOURNAL-FILE
              CLOSE GL-PRINT-FILE
              CLOSE BALANCE-HISTORY-FILE
           END-IF
           IF WS-ACCT-FILE-OPEN = 'Y'
              CLOSE ACCOUNT-FILE
           END-IF
           IF WS-OVRD-FILE-OPEN = 'Y'
              CLOSE OVERRIDE-FILE
           END-IF
           IF WS-DLIM-FILE-OPEN = 'Y'
              CLOSE DAILY-LIMIT-FILE
           END-IF
           IF WS-DUSE-FILE-OPEN = 'Y'
              CLOSE DAILY-USAGE-FILE
           END-IF
           IF WS-CGRP-FILE-OPEN = 'Y'
              CLOSE CUSTOMER-GROUP-FILE
           END-IF
           IF WS-LIDX-FILE-OPEN = 'Y'
              CLOSE LOAN-INSTALMENT-FILE
           END-IF
           MOVE 'C' TO WS-RC-NEW-STATUS
           PERFORM UPDATE-RUN-CONTROL
           IF UNPARTITIONED-RUN
              CLOSE RUN-CONTROL-FILE
           ELSE
              CLOSE PARTITION-CONTROL-FILE
           END-IF

           DISPLAY 'Batch Job Complete'
           DISPLAY 'Total Transactions: ' WS-TRANSACTION-COUNT

       COMPUTE-CLOSING-BALANCE-TOTAL.
           MOVE 0 TO WS-CLOSING-BALANCE-TOTAL
           MOVE WS-PART-LOW-ID TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
           MOVE 'N' TO WS-BAL-EOF-FLAG
           PERFORM ACCUMULATE-CLOSING-BALANCE
              AT END
                 MOVE 'Y' TO WS-BAL-EOF-FLAG
              NOT AT END
                 PERFORM CHECK-CUST-IN-PARTITION
                 IF WS-CUST-IN-PARTITION = 'Y'
                    PERFORM OVERLAY-PROJECTED-CUSTOMER
                    ADD CUST-BALANCE TO WS-CLOSING-BALANCE-TOTAL
                    IF UNPARTITIONED-RUN AND NOT DRY-RUN-MODE
                       PERFORM WRITE-BALANCE-SNAPSHOT
                    END-IF
                 END-IF
           END-READ.

       WRITE-BALANCE-SNAPSHOT.
           STRING 'Run Timestamp: ' WS-TIMESTAMP
              DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF CROSS-PARTITION-PASS
              MOVE 'Cross-partition pass (partition 99)'
                 TO CONTROL-REPORT-LINE
              WRITE CONTROL-REPORT-LINE
           END-IF
           IF NOT UNPARTITIONED-RUN AND NOT CROSS-PARTITION-PASS
              MOVE SPACES TO CONTROL-REPORT-LINE
              STRING 'Partition ' WS-PARTITION ' - customers '
                 WS-PART-LOW-ID ' to ' WS-PART-HIGH-ID
                 DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
              WRITE CONTROL-REPORT-LINE
           END-IF

           MOVE 'Total Transactions Read' TO CTL-LABEL
           MOVE WS-TRANSACTION-COUNT TO CTL-VALUE
              WS-CLOSING-BALANCE-TOTAL - WS-OPENING-BALANCE-TOTAL
           WRITE CONTROL-REPORT-LINE FROM CTL-REPORT-DETAIL.

      *    Dry-run close-down: the projected closing total walks
      *    CUSTFILE with each customer the feed touched overlaid from
      *    the scratch index, and nothing is snapshotted. RC 4 warns
      *    that the feed is projected to reject items; the trailer
      *    count still fails the run as the posting run would.
       FINALIZE-DRY-RUN.
           PERFORM COMPUTE-CLOSING-BALANCE-TOTAL
           PERFORM WRITE-DRY-RUN-REPORT
           IF WS-ERROR-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TRANSACTION-COUNT NOT = WS-TRAILER-COUNT
              DISPLAY 'PROJECTED RECORD COUNT DOES NOT BALANCE TO '
                 'TRANFILE TRAILER'
              DISPLAY 'Trailer Count: ' WS-TRAILER-COUNT
                 ' Processed Count: ' WS-TRANSACTION-COUNT
              MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DRY-RUN-REPORT
           CLOSE PROJECTION-FILE
           IF WS-POSTED-FILE-OPEN = 'Y'
              CLOSE POSTED-TRAN-FILE
           END-IF
           IF WS-EXCH-FILE-OPEN = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN = 'Y'
              CLOSE HOLD-FILE
           END-IF
           IF WS-OVRD-FILE-OPEN = 'Y'
              CLOSE OVERRIDE-FILE
           END-IF
           IF WS-DLIM-FILE-OPEN = 'Y'
              CLOSE DAILY-LIMIT-FILE
           END-IF
           IF WS-DUSE-FILE-OPEN = 'Y'
              CLOSE DAILY-USAGE-FILE
           END-IF
           IF WS-CGRP-FILE-OPEN = 'Y'
              CLOSE CUSTOMER-GROUP-FILE
           END-IF
           IF WS-LIDX-FILE-OPEN = 'Y'
              CLOSE LOAN-INSTALMENT-FILE
           END-IF
           DISPLAY 'Dry Run Complete'
           DISPLAY 'Total Transactions: ' WS-TRANSACTION-COUNT
           DISPLAY 'Projected Postings: ' WS-SUCCESS-COUNT
           DISPLAY 'Projected Rejects: ' WS-ERROR-COUNT
           DISPLAY 'Projected Net Amount: ' WS-TOTAL-AMOUNT.

       WRITE-DRY-RUN-REPORT.
           MOVE SPACES TO DRY-RUN-REPORT-LINE
           STRING 'DAILY BATCH JOB - POSTING DRY RUN PROJECTION'
              DELIMITED BY SIZE INTO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           MOVE SPACES TO DRY-RUN-REPORT-LINE
           STRING 'Run Timestamp: ' WS-TIMESTAMP
              '  (no master file, history or journal updated)'
              DELIMITED BY SIZE INTO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           MOVE SPACES TO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE

           MOVE 'Total Transactions Read' TO CTL-LABEL
           MOVE WS-TRANSACTION-COUNT TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Projected Postings' TO CTL-LABEL
           MOVE WS-SUCCESS-COUNT TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Projected Rejects' TO CTL-LABEL
           MOVE WS-ERROR-COUNT TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Projected Net Amount Applied' TO CTL-LABEL
           MOVE WS-TOTAL-AMOUNT TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Opening Balance Total' TO CTL-LABEL
           MOVE WS-OPENING-BALANCE-TOTAL TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Projected Closing Balance Total' TO CTL-LABEL
           MOVE WS-CLOSING-BALANCE-TOTAL TO CTL-VALUE
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL
           MOVE 'Projected Net Balance Movement' TO CTL-LABEL
           COMPUTE CTL-VALUE =
              WS-CLOSING-BALANCE-TOTAL - WS-OPENING-BALANCE-TOTAL
           WRITE DRY-RUN-REPORT-LINE FROM CTL-REPORT-DETAIL

           MOVE SPACES TO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           MOVE 'PROJECTED REJECTS BY REASON' TO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE FROM DRY-REASON-HEADER
           IF WS-DRY-REASON-COUNT = 0
              MOVE '  No rejects projected' TO DRY-RUN-REPORT-LINE
              WRITE DRY-RUN-REPORT-LINE
           END-IF
           MOVE 1 TO WS-DRR-SUB
           PERFORM WRITE-NEXT-REJECT-REASON
              UNTIL WS-DRR-SUB > WS-DRY-REASON-COUNT

           MOVE SPACES TO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           MOVE 'PROJECTED REJECTS BY CUSTOMER' TO DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE
           WRITE DRY-RUN-REPORT-LINE FROM DRY-REJECT-HEADER
           MOVE 'R' TO PJ-REC-TYPE
           MOVE 0 TO PJ-KEY-CUST-ID
           MOVE 0 TO PJ-KEY-TRAN-ID
           MOVE 0 TO PJ-KEY-SEQ
           MOVE 'N' TO WS-PROJ-EOF
           START PROJECTION-FILE KEY IS NOT LESS THAN PJ-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PROJ-EOF
           END-START
           PERFORM WRITE-NEXT-PROJECTED-REJECT
              UNTIL WS-PROJ-EOF = 'Y'.

       WRITE-NEXT-REJECT-REASON.
           MOVE WS-DRR-TEXT(WS-DRR-SUB) TO DRR-TEXT
           MOVE WS-DRR-COUNT(WS-DRR-SUB) TO DRR-COUNT
           MOVE WS-DRR-AMOUNT(WS-DRR-SUB) TO DRR-AMOUNT
           WRITE DRY-RUN-REPORT-LINE FROM DRY-REASON-DETAIL
           ADD 1 TO WS-DRR-SUB.

       WRITE-NEXT-PROJECTED-REJECT.
           READ PROJECTION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PROJ-EOF
              NOT AT END
                 IF PJ-REC-TYPE NOT = 'R'
                    MOVE 'Y' TO WS-PROJ-EOF
                 ELSE
                    MOVE PJ-KEY-CUST-ID TO DRJ-CUST-ID
                    MOVE PJ-KEY-TRAN-ID TO DRJ-TRAN-ID
                    MOVE PJR-TYPE TO DRJ-TYPE
                    MOVE PJR-CURRENCY-CODE TO DRJ-CURRENCY
                    MOVE PJR-AMOUNT TO DRJ-AMOUNT
                    MOVE PJR-REASON TO DRJ-REASON
                    WRITE DRY-RUN-REPORT-LINE FROM DRY-REJECT-DETAIL
                 END-IF
           END-READ.

      *    Balanced journal pairs per bucket: one debit and one
      *    credit line of the same absolute amount, accounts mapped
      *    through GLMAP by posting leg and side. The batch header
              WHEN 'AD'
                 ADD WS-GLB-AMOUNT(WS-GLB-SUB) TO WS-GL-NET-AMOUNT
              WHEN 'DB'
              WHEN 'LI'
              WHEN 'LP'
                 SUBTRACT WS-GLB-AMOUNT(WS-GLB-SUB)
                    FROM WS-GL-NET-AMOUNT
              WHEN OTHER
