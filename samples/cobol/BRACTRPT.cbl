       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRACTRPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * DAILY BRANCH ACTIVITY REPORT                                  *
      * Shows, for each originating branch and each generating        *
      * source, what happened to its items on the business date       *
      * entered (blank for today): the count and amount posted (the   *
      * TRANHIST records posted on that date by BATCHJOB or SUSPPROC, *
      * whatever the item's own date, one per item - the credit leg   *
      * of a transfer is not counted again), the count and amount     *
      * rejected (BATCHJOB's records on the night's ERRLOG            *
      * generation; SUSPPROC appends its retries that failed again to *
      * the same generation and those are not counted a second time)  *
      * and the count and amount still open on the suspense file.     *
      * The branch is the TRAN-BRANCH-ID TRANMRG or the generating    *
      * program stamped on the item and BATCHJOB and SUSPPROC carried *
      * forward. Every active registry branch is listed, even on a    *
      * day it sent nothing; a generating source appears only when it *
      * had activity. Amounts are face amounts without sign, summed   *
      * across currencies like the feed hash totals.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-REGISTRY ASSIGN TO 'BRREGSTR'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-ID
           FILE STATUS IS WS-REG-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPFILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SUSP-STATUS.

           SELECT ACTIVITY-REPORT ASSIGN TO 'BRACTRP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-REGISTRY.
       01  BRANCH-REGISTRY-RECORD.
           05 BR-ID                PIC X(3).
           05 BR-FEED-DSN          PIC X(44).
           05 BR-CTL-DSN           PIC X(44).
           05 BR-ACTIVE            PIC X(1).
              88 BR-IS-ACTIVE      VALUE 'Y'.
           05 BR-EXPECTED          PIC X(1).
              88 BR-DELIVERY-EXPECTED VALUE 'Y'.

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

       FD  ERROR-LOG.
       01  ERROR-RECORD.
           05 ERR-TIMESTAMP        PIC X(20).
           05 ERR-TRAN-ID          PIC 9(15).
           05 ERR-MESSAGE          PIC X(100).
           05 ERR-OPERATOR         PIC X(8).
           05 ERR-BRANCH-ID        PIC X(3).
           05 ERR-AMOUNT           PIC S9(10)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-TRAN-ID         PIC 9(15).
           05 SUSP-CUST-ID         PIC 9(10).
           05 SUSP-TYPE            PIC X(2).
           05 SUSP-AMOUNT          PIC S9(10)V99.
           05 SUSP-DATE            PIC X(10).
           05 SUSP-TIME            PIC X(8).
           05 SUSP-TO-CUST-ID      PIC 9(10).
           05 SUSP-CURRENCY-CODE   PIC X(3).
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS           PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-SUSP-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-REG-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-SUSP-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-THIS-BRANCH          PIC X(3).
       01  WS-THIS-AMOUNT          PIC S9(10)V99 VALUE 0.
       01  WS-OVERFLOW-COUNT       PIC 9(7) VALUE 0.

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT      PIC 9(3) VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 60 TIMES.
              10 WS-BT-BRANCH      PIC X(3).
              10 WS-BT-POSTED      PIC 9(7).
              10 WS-BT-POSTED-AMT  PIC 9(13)V99.
              10 WS-BT-REJECTED    PIC 9(7).
              10 WS-BT-REJECT-AMT  PIC 9(13)V99.
              10 WS-BT-SUSPENSE    PIC 9(7).
              10 WS-BT-SUSP-AMT    PIC 9(13)V99.
       01  WS-BT-SUB               PIC 9(3).
       01  WS-BT-FOUND             PIC X.
       01  WS-SRC-FOUND            PIC X.
       01  WS-SRC-SUB              PIC 9(2).

           COPY SRCCODES.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-POSTED        PIC 9(7) VALUE 0.
           05 WS-TOT-POSTED-AMT    PIC 9(13)V99 VALUE 0.
           05 WS-TOT-REJECTED      PIC 9(7) VALUE 0.
           05 WS-TOT-REJECT-AMT    PIC 9(13)V99 VALUE 0.
           05 WS-TOT-SUSPENSE      PIC 9(7) VALUE 0.
           05 WS-TOT-SUSP-AMT      PIC 9(13)V99 VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     DAILY BRANCH ACTIVITY REPORT'.
           05 FILLER               PIC X(16) VALUE
              'BUSINESS DATE: '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(66) VALUE SPACES.

       01  COLUMN-HEADER-1.
           05 FILLER               PIC X(34) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              '---------- POSTED ----------'.
           05 FILLER               PIC X(30) VALUE
              '--------- REJECTED ---------'.
           05 FILLER               PIC X(38) VALUE
              '------ STILL IN SUSPENSE -----'.

       01  COLUMN-HEADER-2.
           05 FILLER               PIC X(34) VALUE
              'BRANCH/SOURCE'.
           05 FILLER               PIC X(30) VALUE
              '    COUNT               AMOUNT'.
           05 FILLER               PIC X(30) VALUE
              '    COUNT               AMOUNT'.
           05 FILLER               PIC X(38) VALUE
              '    COUNT               AMOUNT'.

       01  DETAIL-LINE.
           05 RD-LABEL             PIC X(34).
           05 RD-POSTED            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-POSTED-AMT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RD-REJECTED          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-REJECT-AMT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 RD-SUSPENSE          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 RD-SUSP-AMT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-NEXT-BRANCH UNTIL WS-REG-EOF-FLAG = 'Y'
           PERFORM TALLY-NEXT-HISTORY UNTIL WS-HIST-EOF-FLAG = 'Y'
           PERFORM TALLY-NEXT-REJECT UNTIL WS-LOG-EOF-FLAG = 'Y'
           PERFORM TALLY-NEXT-SUSPENSE UNTIL WS-SUSP-EOF-FLAG = 'Y'
           PERFORM WRITE-ACTIVITY-REPORT
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Daily Branch Activity Report'
           DISPLAY 'Enter Business Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT BRANCH-REGISTRY
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN OUTPUT ACTIVITY-REPORT
           IF WS-REG-STATUS NOT = '00' OR WS-HIST-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ERROR-LOG
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY 'No error log - rejected columns will be zero'
              MOVE 'Y' TO WS-LOG-EOF-FLAG
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'No suspense file - suspense columns will be '
                 'zero'
              MOVE 'Y' TO WS-SUSP-EOF-FLAG
           END-IF
           MOVE LOW-VALUES TO BR-ID
           START BRANCH-REGISTRY KEY IS NOT LESS THAN BR-ID
              INVALID KEY
                 MOVE 'Y' TO WS-REG-EOF-FLAG
           END-START.

      *    Every active branch gets a line whether or not it sent
      *    anything, so a silent branch shows as a row of zeros.
       LOAD-NEXT-BRANCH.
           READ BRANCH-REGISTRY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-REG-EOF-FLAG
              NOT AT END
                 IF BR-IS-ACTIVE
                    MOVE BR-ID TO WS-THIS-BRANCH
                    PERFORM FIND-BRANCH-ENTRY
                 END-IF
           END-READ.

      *    One count per item: the debit side of a transfer is the
      *    record filed under the customer it came from. The posting
      *    date decides, so a suspense item recovered tonight or a
      *    back-dated feed item counts on the day it posted.
       TALLY-NEXT-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-EOF-FLAG
              NOT AT END
                 IF PH-POSTED-DATE = WS-RUN-DATE
                    AND PH-CUST-ID = PH-FROM-CUST-ID
                    MOVE PH-BRANCH-ID TO WS-THIS-BRANCH
                    MOVE PH-AMOUNT TO WS-THIS-AMOUNT
                    PERFORM FIND-BRANCH-ENTRY
                    IF WS-BT-FOUND = 'Y'
                       ADD 1 TO WS-BT-POSTED(WS-BT-SUB)
                       ADD WS-THIS-AMOUNT
                          TO WS-BT-POSTED-AMT(WS-BT-SUB)
                    END-IF
                 END-IF
           END-READ.

      *    Only the posting run's own rejects count: a SUSPPROC
      *    record on the same generation is an item already on the
      *    suspense file failing its retry.
       TALLY-NEXT-REJECT.
           READ ERROR-LOG
              AT END
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
              NOT AT END
                 IF ERR-OPERATOR = 'BATCHJOB'
                    MOVE ERR-BRANCH-ID TO WS-THIS-BRANCH
                    MOVE ERR-AMOUNT TO WS-THIS-AMOUNT
                    PERFORM FIND-BRANCH-ENTRY
                    IF WS-BT-FOUND = 'Y'
                       ADD 1 TO WS-BT-REJECTED(WS-BT-SUB)
                       ADD WS-THIS-AMOUNT
                          TO WS-BT-REJECT-AMT(WS-BT-SUB)
                    END-IF
                 END-IF
           END-READ.

       TALLY-NEXT-SUSPENSE.
           READ SUSPENSE-FILE
              AT END
                 MOVE 'Y' TO WS-SUSP-EOF-FLAG
              NOT AT END
                 MOVE SUSP-BRANCH-ID TO WS-THIS-BRANCH
                 MOVE SUSP-AMOUNT TO WS-THIS-AMOUNT
                 PERFORM FIND-BRANCH-ENTRY
                 IF WS-BT-FOUND = 'Y'
                    ADD 1 TO WS-BT-SUSPENSE(WS-BT-SUB)
                    ADD WS-THIS-AMOUNT TO WS-BT-SUSP-AMT(WS-BT-SUB)
                 END-IF
           END-READ.

      *    Amounts are accumulated unsigned, so a debit and a credit
      *    of the same size both count toward the branch's activity.
       FIND-BRANCH-ENTRY.
           IF WS-THIS-AMOUNT < 0
              COMPUTE WS-THIS-AMOUNT = WS-THIS-AMOUNT * -1
           END-IF
           MOVE 'N' TO WS-BT-FOUND
           MOVE 1 TO WS-BT-SUB
           PERFORM MATCH-BRANCH-ENTRY
              UNTIL WS-BT-FOUND = 'Y' OR WS-BT-SUB > WS-BRANCH-COUNT
           IF WS-BT-FOUND = 'N'
              IF WS-BRANCH-COUNT < 60
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-BT-SUB
                 MOVE WS-THIS-BRANCH TO WS-BT-BRANCH(WS-BT-SUB)
                 MOVE 0 TO WS-BT-POSTED(WS-BT-SUB)
                 MOVE 0 TO WS-BT-POSTED-AMT(WS-BT-SUB)
                 MOVE 0 TO WS-BT-REJECTED(WS-BT-SUB)
                 MOVE 0 TO WS-BT-REJECT-AMT(WS-BT-SUB)
                 MOVE 0 TO WS-BT-SUSPENSE(WS-BT-SUB)
                 MOVE 0 TO WS-BT-SUSP-AMT(WS-BT-SUB)
                 MOVE 'Y' TO WS-BT-FOUND
              ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
              END-IF
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF WS-BT-BRANCH(WS-BT-SUB) = WS-THIS-BRANCH
              MOVE 'Y' TO WS-BT-FOUND
           ELSE
              ADD 1 TO WS-BT-SUB
           END-IF.

       WRITE-ACTIVITY-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE ACTIVITY-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM COLUMN-HEADER-1
           WRITE ACTIVITY-REPORT-LINE FROM COLUMN-HEADER-2
           MOVE 1 TO WS-BT-SUB
           PERFORM WRITE-NEXT-BRANCH-LINE
              UNTIL WS-BT-SUB > WS-BRANCH-COUNT
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 'TOTAL ALL BRANCHES AND SOURCES' TO RD-LABEL
           MOVE WS-TOT-POSTED TO RD-POSTED
           MOVE WS-TOT-POSTED-AMT TO RD-POSTED-AMT
           MOVE WS-TOT-REJECTED TO RD-REJECTED
           MOVE WS-TOT-REJECT-AMT TO RD-REJECT-AMT
           MOVE WS-TOT-SUSPENSE TO RD-SUSPENSE
           MOVE WS-TOT-SUSP-AMT TO RD-SUSP-AMT
           WRITE ACTIVITY-REPORT-LINE FROM DETAIL-LINE.

      *    A registry branch prints as its ID; a generating program's
      *    source code prints with its description from SRCCODES.
       WRITE-NEXT-BRANCH-LINE.
           MOVE SPACES TO RD-LABEL
           MOVE 'N' TO WS-SRC-FOUND
           MOVE 1 TO WS-SRC-SUB
           PERFORM MATCH-SOURCE-CODE
              UNTIL WS-SRC-FOUND = 'Y' OR WS-SRC-SUB > SRC-ENTRY-COUNT
           EVALUATE TRUE
              WHEN WS-BT-BRANCH(WS-BT-SUB) = SPACES
                 MOVE 'NOT RECORDED' TO RD-LABEL
              WHEN WS-SRC-FOUND = 'Y'
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO RD-LABEL(1:3)
                 MOVE SRC-DESCRIPTION(WS-SRC-SUB) TO RD-LABEL(5:30)
              WHEN OTHER
                 MOVE 'BRANCH' TO RD-LABEL(1:6)
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO RD-LABEL(8:3)
           END-EVALUATE
           MOVE WS-BT-POSTED(WS-BT-SUB) TO RD-POSTED
           MOVE WS-BT-POSTED-AMT(WS-BT-SUB) TO RD-POSTED-AMT
           MOVE WS-BT-REJECTED(WS-BT-SUB) TO RD-REJECTED
           MOVE WS-BT-REJECT-AMT(WS-BT-SUB) TO RD-REJECT-AMT
           MOVE WS-BT-SUSPENSE(WS-BT-SUB) TO RD-SUSPENSE
           MOVE WS-BT-SUSP-AMT(WS-BT-SUB) TO RD-SUSP-AMT
           WRITE ACTIVITY-REPORT-LINE FROM DETAIL-LINE
           ADD WS-BT-POSTED(WS-BT-SUB) TO WS-TOT-POSTED
           ADD WS-BT-POSTED-AMT(WS-BT-SUB) TO WS-TOT-POSTED-AMT
           ADD WS-BT-REJECTED(WS-BT-SUB) TO WS-TOT-REJECTED
           ADD WS-BT-REJECT-AMT(WS-BT-SUB) TO WS-TOT-REJECT-AMT
           ADD WS-BT-SUSPENSE(WS-BT-SUB) TO WS-TOT-SUSPENSE
           ADD WS-BT-SUSP-AMT(WS-BT-SUB) TO WS-TOT-SUSP-AMT
           ADD 1 TO WS-BT-SUB.

       MATCH-SOURCE-CODE.
           IF SRC-CODE(WS-SRC-SUB) = WS-BT-BRANCH(WS-BT-SUB)
              MOVE 'Y' TO WS-SRC-FOUND
           ELSE
              ADD 1 TO WS-SRC-SUB
           END-IF.

       FINALIZATION.
           CLOSE BRANCH-REGISTRY
           CLOSE TRAN-HISTORY-FILE
           IF WS-LOG-STATUS = '00' OR WS-LOG-STATUS = '10'
              CLOSE ERROR-LOG
           END-IF
           IF WS-SUSP-STATUS = '00' OR WS-SUSP-STATUS = '10'
              CLOSE SUSPENSE-FILE
           END-IF
           CLOSE ACTIVITY-REPORT
           IF WS-OVERFLOW-COUNT > 0
              DISPLAY 'More than 60 branches/sources - items not '
                 'reported: ' WS-OVERFLOW-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Daily Branch Activity Report Complete'
           DISPLAY 'Branches/Sources Reported: ' WS-BRANCH-COUNT
           DISPLAY 'Items Posted: ' WS-TOT-POSTED
           DISPLAY 'Items Rejected: ' WS-TOT-REJECTED
           DISPLAY 'Items In Suspense: ' WS-TOT-SUSPENSE.
