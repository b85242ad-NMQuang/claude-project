       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNFEE.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * RETURNED-DEBIT (INSUFFICIENT FUNDS) FEE GENERATION            *
      * Runs after posting. Reads the night's ERRLOG generation and,  *
      * for every debit or transfer out BATCHJOB rejected with        *
      * 'Credit limit exceeded', charges the customer the returned-   *
      * item fee from the FEESCHED schedule entered on SYSIN. The     *
      * rejected item's customer is taken from the TRANFILE           *
      * generation that was posted. An item SUSPPROC has since        *
      * posted from suspense (it is on TRANHIST under its own         *
      * TRAN-ID) is not charged, and no customer is charged more      *
      * than the schedule's daily maximum of these fees - the log     *
      * RTNFLOG holds every fee charged, by business date and         *
      * customer, so a rerun or a later intraday cycle neither        *
      * charges an item twice nor passes the cap.                     *
      * Charges go out as negative AD transactions in TRANFILE        *
      * format on RTNFTRAN with the usual 'TL' trailer, posted by     *
      * BATCHJOB like the FEEACCR feed, and the register RTNFREG      *
      * ties out the fee income.                                      *
      * Generated TRAN-IDs are business-date x 10**7 + 6,900,000 +    *
      * seq, the top of the fee band FEEACCR numbers from 6,000,000,  *
      * so the profitability and annual summaries count them as fee   *
      * income.                                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-LOG ASSIGN TO 'ERRLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANFILE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO 'FEESCHED'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FEE-CODE
           FILE STATUS IS WS-FEE-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT FEE-LOG-FILE ASSIGN TO 'RTNFLOG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RF-KEY
           FILE STATUS IS WS-RFLOG-STATUS.

           SELECT FEE-TRAN-FILE ASSIGN TO 'RTNFTRAN'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-FTRAN-STATUS.

           SELECT FEE-REGISTER ASSIGN TO 'RTNFREG'
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

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-ID              PIC 9(15).
           05 TRAN-CUST-ID         PIC 9(10).
           05 TRAN-TYPE            PIC X(2).
           05 TRAN-AMOUNT          PIC S9(10)V99.
           05 TRAN-DATE            PIC X(10).
           05 TRAN-TIME            PIC X(8).
           05 TRAN-TO-CUST-ID      PIC 9(10).
           05 TRAN-CURRENCY-CODE   PIC X(3).
           05 TRAN-BRANCH-ID       PIC X(3).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05 FEE-CODE             PIC X(2).
           05 FEE-MONTHLY-AMOUNT   PIC 9(8)V99.
           05 FEE-ACTIVITY-PCT     PIC 9V9999.
           05 FEE-FREE-ACTIVITY    PIC 9(10)V99.
           05 FEE-WAIVER-BALANCE   PIC 9(10)V99.
           05 FEE-RETURN-ITEM-FEE  PIC 9(8)V99.
           05 FEE-RETURN-DAILY-MAX PIC 9(3).

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

       FD  FEE-LOG-FILE.
       01  FEE-LOG-RECORD.
           05 RF-KEY.
              10 RF-BUSINESS-DATE  PIC X(10).
              10 RF-CUST-ID        PIC 9(10).
              10 RF-REJECT-TRAN-ID PIC 9(15).
           05 RF-FEE-TRAN-ID       PIC 9(15).
           05 RF-FEE-AMOUNT        PIC 9(8)V99.
           05 RF-CURRENCY-CODE     PIC X(3).

       FD  FEE-TRAN-FILE.
       01  FEE-TRAN-RECORD.
           05 FT-TRAN-ID           PIC 9(15).
           05 FT-CUST-ID           PIC 9(10).
           05 FT-TYPE              PIC X(2).
           05 FT-AMOUNT            PIC S9(10)V99.
           05 FT-DATE              PIC X(10).
           05 FT-TIME              PIC X(8).
           05 FT-TO-CUST-ID        PIC 9(10).
           05 FT-CURRENCY-CODE     PIC X(3).
           05 FT-BRANCH-ID         PIC X(3).

       FD  FEE-REGISTER.
       01  REGISTER-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-FEE-STATUS           PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-RFLOG-STATUS         PIC XX.
       01  WS-FTRAN-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RFLOG-EOF            PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-BUSINESS-DATE-DIGITS PIC 9(8).
       01  WS-APPLY-FEE-CODE       PIC X(2).
       01  WS-TRAN-TIME            PIC 9(8).
       01  WS-CHARGE-SEQ           PIC 9(5) VALUE 0.
       01  WS-ITEM-STATUS          PIC X(16).
       01  WS-ITEM-FEE             PIC 9(8)V99.
       01  WS-CUST-FEE-COUNT       PIC 9(3).

      *    Credit-limit rejects from the ERRLOG generation, matched
      *    off against TRANFILE as the posted items are read.
       01  WS-REJECT-TABLE.
           05 WS-REJECT-TABLE-COUNT PIC 9(4) VALUE 0.
           05 WS-REJECT-ENTRY OCCURS 5000 TIMES.
              10 WS-RJ-TRAN-ID     PIC 9(15).
              10 WS-RJ-MATCHED     PIC X.
       01  WS-RJ-SUB               PIC 9(4).
       01  WS-RJ-FOUND             PIC X.
       01  WS-RJ-SEARCH-ID         PIC 9(15).

       01  WS-TRAN-RECORD-COUNT    PIC 9(10) VALUE 0.
       01  WS-TRAN-HASH-TOTAL      PIC 9(13)V99 VALUE 0.

       01  WS-REJECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-CHARGED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RECOVERED-COUNT      PIC 9(7) VALUE 0.
       01  WS-CAPPED-COUNT         PIC 9(7) VALUE 0.
       01  WS-PRIOR-COUNT          PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOTAL-CHARGES        PIC 9(12)V99 VALUE 0.

       01  REGISTER-HEADER-1.
           05 FILLER               PIC X(42) VALUE
              '          RETURNED-DEBIT FEE REGISTER'.
           05 FILLER               PIC X(90) VALUE SPACES.

       01  REGISTER-HEADER-2.
           05 FILLER               PIC X(16) VALUE 'Business Date:  '.
           05 RH-BUSINESS-DATE     PIC X(10).
           05 FILLER               PIC X(13) VALUE '   Fee Code: '.
           05 RH-FEE-CODE          PIC X(2).
           05 FILLER               PIC X(16) VALUE '   Daily Max:  '.
           05 RH-DAILY-MAX         PIC ZZ9.
           05 FILLER               PIC X(72) VALUE SPACES.

       01  REGISTER-COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              'CUSTOMER ID  NAME                           REJECTED TRAN
      -       ' ID     REJECTED AMOUNT     FEE CHARGED  STATUS'.

       01  REGISTER-DETAIL-LINE.
           05 RD-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-CUST-NAME         PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-TRAN-ID           PIC 9(15).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-TRAN-AMOUNT       PIC -$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-FEE               PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-STATUS            PIC X(16).
           05 FILLER               PIC X(18) VALUE SPACES.

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
           PERFORM MATCH-NEXT-TRANSACTION UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Returned-Debit Fee Generation'
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
           DISPLAY 'Enter Fee Schedule Code: '
           ACCEPT WS-APPLY-FEE-CODE
           MOVE WS-BUSINESS-DATE(1:4) TO WS-BUSINESS-DATE-DIGITS(1:4)
           MOVE WS-BUSINESS-DATE(6:2) TO WS-BUSINESS-DATE-DIGITS(5:2)
           MOVE WS-BUSINESS-DATE(9:2) TO WS-BUSINESS-DATE-DIGITS(7:2)
           OPEN INPUT ERROR-LOG
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT FEE-SCHEDULE-FILE
           OPEN INPUT TRAN-HISTORY-FILE
           OPEN OUTPUT FEE-TRAN-FILE
           OPEN OUTPUT FEE-REGISTER
           IF WS-LOG-STATUS NOT = '00' OR
              WS-TRAN-STATUS NOT = '00' OR
              WS-CUST-STATUS NOT = '00' OR
              WS-FEE-STATUS NOT = '00' OR
              WS-HIST-STATUS NOT = '00' OR
              WS-FTRAN-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O FEE-LOG-FILE
           IF WS-RFLOG-STATUS NOT = '00'
              OPEN OUTPUT FEE-LOG-FILE
              CLOSE FEE-LOG-FILE
              OPEN I-O FEE-LOG-FILE
           END-IF
           IF WS-RFLOG-STATUS NOT = '00'
              DISPLAY 'Error opening returned-fee log'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-APPLY-FEE-CODE TO FEE-CODE
           READ FEE-SCHEDULE-FILE
              INVALID KEY
                 DISPLAY 'Fee schedule code not on FEESCHED: '
                    WS-APPLY-FEE-CODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              NOT INVALID KEY
                 CONTINUE
           END-READ
           PERFORM LOAD-NEXT-REJECT UNTIL WS-LOG-EOF-FLAG = 'Y'
           PERFORM COUNT-PRIOR-CHARGES
           WRITE REGISTER-LINE FROM REGISTER-HEADER-1
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-APPLY-FEE-CODE TO RH-FEE-CODE
           MOVE FEE-RETURN-DAILY-MAX TO RH-DAILY-MAX
           WRITE REGISTER-LINE FROM REGISTER-HEADER-2
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADER.

      *    Only BATCHJOB's own credit-limit rejects are fee-bearing;
      *    a TRAN-ID rejected twice (a restarted run) is held once.
       LOAD-NEXT-REJECT.
           READ ERROR-LOG
              AT END
                 MOVE 'Y' TO WS-LOG-EOF-FLAG
              NOT AT END
                 IF ERR-OPERATOR = 'BATCHJOB' AND
                    ERR-MESSAGE = 'Credit limit exceeded'
                    MOVE ERR-TRAN-ID TO WS-RJ-SEARCH-ID
                    PERFORM FIND-REJECT-ENTRY
                    IF WS-RJ-FOUND = 'N'
                       PERFORM ADD-REJECT-ENTRY
                    END-IF
                 END-IF
           END-READ.

       ADD-REJECT-ENTRY.
           IF WS-REJECT-TABLE-COUNT < 5000
              ADD 1 TO WS-REJECT-TABLE-COUNT
              MOVE ERR-TRAN-ID
                 TO WS-RJ-TRAN-ID(WS-REJECT-TABLE-COUNT)
              MOVE 'N' TO WS-RJ-MATCHED(WS-REJECT-TABLE-COUNT)
           ELSE
              DISPLAY 'More than 5000 credit-limit rejects - '
                 ERR-TRAN-ID ' not charged'
           END-IF.

      *    Looks up WS-RJ-SEARCH-ID; on a hit WS-RJ-SUB is the entry.
       FIND-REJECT-ENTRY.
           MOVE 'N' TO WS-RJ-FOUND
           MOVE 1 TO WS-RJ-SUB
           PERFORM MATCH-REJECT-ENTRY
              UNTIL WS-RJ-FOUND = 'Y'
                 OR WS-RJ-SUB > WS-REJECT-TABLE-COUNT
           IF WS-RJ-FOUND = 'Y'
              SUBTRACT 1 FROM WS-RJ-SUB
           END-IF.

       MATCH-REJECT-ENTRY.
           IF WS-RJ-TRAN-ID(WS-RJ-SUB) = WS-RJ-SEARCH-ID
              MOVE 'Y' TO WS-RJ-FOUND
           END-IF
           ADD 1 TO WS-RJ-SUB.

      *    Fees already charged for the business date (an earlier
      *    cycle or a rerun) set the starting sequence number, so
      *    fee TRAN-IDs stay unique across the day.
       COUNT-PRIOR-CHARGES.
           MOVE WS-BUSINESS-DATE TO RF-BUSINESS-DATE
           MOVE 0 TO RF-CUST-ID
           MOVE 0 TO RF-REJECT-TRAN-ID
           MOVE 'N' TO WS-RFLOG-EOF
           START FEE-LOG-FILE KEY IS NOT LESS THAN RF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-RFLOG-EOF
           END-START
           PERFORM COUNT-NEXT-PRIOR-CHARGE UNTIL WS-RFLOG-EOF = 'Y'.

       COUNT-NEXT-PRIOR-CHARGE.
           READ FEE-LOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RFLOG-EOF
              NOT AT END
                 IF RF-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                    MOVE 'Y' TO WS-RFLOG-EOF
                 ELSE
                    ADD 1 TO WS-CHARGE-SEQ
                 END-IF
           END-READ.

       MATCH-NEXT-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF TRAN-TYPE = 'DB' OR TRAN-TYPE = 'TR'
                    MOVE TRAN-ID TO WS-RJ-SEARCH-ID
                    PERFORM FIND-REJECT-ENTRY
                    IF WS-RJ-FOUND = 'Y'
                       IF WS-RJ-MATCHED(WS-RJ-SUB) = 'N'
                          MOVE 'Y' TO WS-RJ-MATCHED(WS-RJ-SUB)
                          PERFORM PROCESS-REJECTED-DEBIT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       PROCESS-REJECTED-DEBIT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-ITEM-STATUS
           MOVE 0 TO WS-ITEM-FEE
           MOVE TRAN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 MOVE SPACES TO CUST-NAME
                 MOVE 'NO CUSTOMER' TO WS-ITEM-STATUS
                 ADD 1 TO WS-SKIPPED-COUNT
              NOT INVALID KEY
                 PERFORM CHECK-RECOVERED
                 IF WS-ITEM-STATUS = SPACES
                    PERFORM CHECK-ALREADY-CHARGED
                 END-IF
                 IF WS-ITEM-STATUS = SPACES
                    PERFORM CHECK-DAILY-MAXIMUM
                 END-IF
                 IF WS-ITEM-STATUS = SPACES
                    PERFORM CHARGE-RETURNED-ITEM
                 END-IF
           END-READ
           PERFORM WRITE-REGISTER-DETAIL.

      *    SUSPPROC writes the history record under the item's own
      *    date and TRAN-ID when it finally posts it from suspense.
       CHECK-RECOVERED.
           MOVE TRAN-CUST-ID TO PH-CUST-ID
           MOVE TRAN-DATE TO PH-DATE
           MOVE TRAN-ID TO PH-TRAN-ID
           READ TRAN-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'RECOVERED' TO WS-ITEM-STATUS
                 ADD 1 TO WS-RECOVERED-COUNT
           END-READ.

       CHECK-ALREADY-CHARGED.
           MOVE WS-BUSINESS-DATE TO RF-BUSINESS-DATE
           MOVE TRAN-CUST-ID TO RF-CUST-ID
           MOVE TRAN-ID TO RF-REJECT-TRAN-ID
           READ FEE-LOG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'ALREADY CHARGED' TO WS-ITEM-STATUS
                 ADD 1 TO WS-PRIOR-COUNT
           END-READ.

      *    A daily maximum of zero on the schedule means no cap.
       CHECK-DAILY-MAXIMUM.
           IF FEE-RETURN-DAILY-MAX > 0
              MOVE 0 TO WS-CUST-FEE-COUNT
              MOVE WS-BUSINESS-DATE TO RF-BUSINESS-DATE
              MOVE TRAN-CUST-ID TO RF-CUST-ID
              MOVE 0 TO RF-REJECT-TRAN-ID
              MOVE 'N' TO WS-RFLOG-EOF
              START FEE-LOG-FILE KEY IS NOT LESS THAN RF-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-RFLOG-EOF
              END-START
              PERFORM COUNT-NEXT-CUSTOMER-FEE
                 UNTIL WS-RFLOG-EOF = 'Y'
              IF WS-CUST-FEE-COUNT NOT < FEE-RETURN-DAILY-MAX
                 MOVE 'DAILY MAXIMUM' TO WS-ITEM-STATUS
                 ADD 1 TO WS-CAPPED-COUNT
              END-IF
           END-IF.

       COUNT-NEXT-CUSTOMER-FEE.
           READ FEE-LOG-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-RFLOG-EOF
              NOT AT END
                 IF RF-BUSINESS-DATE NOT = WS-BUSINESS-DATE OR
                    RF-CUST-ID NOT = TRAN-CUST-ID
                    MOVE 'Y' TO WS-RFLOG-EOF
                 ELSE
                    ADD 1 TO WS-CUST-FEE-COUNT
                 END-IF
           END-READ.

       CHARGE-RETURNED-ITEM.
           MOVE FEE-RETURN-ITEM-FEE TO WS-ITEM-FEE
           IF WS-ITEM-FEE > 0
              ADD 1 TO WS-CHARGE-SEQ
              PERFORM WRITE-FEE-TRANSACTION
              PERFORM WRITE-FEE-LOG
              MOVE 'CHARGED' TO WS-ITEM-STATUS
              ADD 1 TO WS-CHARGED-COUNT
              ADD WS-ITEM-FEE TO WS-TOTAL-CHARGES
           ELSE
              MOVE 'NO FEE ON SCHED' TO WS-ITEM-STATUS
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       WRITE-FEE-TRANSACTION.
           COMPUTE FT-TRAN-ID = WS-BUSINESS-DATE-DIGITS * 10000000
              + 6900000 + WS-CHARGE-SEQ
           MOVE CUST-ID TO FT-CUST-ID
           MOVE 'AD' TO FT-TYPE
           COMPUTE FT-AMOUNT = WS-ITEM-FEE * -1
           MOVE WS-BUSINESS-DATE TO FT-DATE
           ACCEPT WS-TRAN-TIME FROM TIME
           MOVE WS-TRAN-TIME TO FT-TIME
           MOVE 0 TO FT-TO-CUST-ID
           MOVE CUST-CURRENCY-CODE TO FT-CURRENCY-CODE
           MOVE 'RTF' TO FT-BRANCH-ID
           WRITE FEE-TRAN-RECORD
           ADD 1 TO WS-TRAN-RECORD-COUNT
           ADD WS-ITEM-FEE TO WS-TRAN-HASH-TOTAL.

       WRITE-FEE-LOG.
           MOVE WS-BUSINESS-DATE TO RF-BUSINESS-DATE
           MOVE CUST-ID TO RF-CUST-ID
           MOVE TRAN-ID TO RF-REJECT-TRAN-ID
           MOVE FT-TRAN-ID TO RF-FEE-TRAN-ID
           MOVE WS-ITEM-FEE TO RF-FEE-AMOUNT
           MOVE CUST-CURRENCY-CODE TO RF-CURRENCY-CODE
           WRITE FEE-LOG-RECORD
              INVALID KEY
                 DISPLAY 'Error writing returned-fee log: '
                    WS-RFLOG-STATUS
           END-WRITE.

      *    Same 'TL' trailer FEEACCR writes so BATCHJOB's
      *    completeness check accepts the feed.
       WRITE-TRAILER-RECORD.
           COMPUTE FT-TRAN-ID = WS-TRAN-HASH-TOTAL * 100
           MOVE WS-TRAN-RECORD-COUNT TO FT-CUST-ID
           MOVE 'TL' TO FT-TYPE
           MOVE 0 TO FT-AMOUNT
           MOVE '9999-12-31' TO FT-DATE
           MOVE SPACES TO FT-TIME
           MOVE 0 TO FT-TO-CUST-ID
           MOVE SPACES TO FT-CURRENCY-CODE
           MOVE SPACES TO FT-BRANCH-ID
           WRITE FEE-TRAN-RECORD.

       WRITE-REGISTER-DETAIL.
           MOVE TRAN-CUST-ID TO RD-CUST-ID
           MOVE CUST-NAME TO RD-CUST-NAME
           MOVE TRAN-ID TO RD-TRAN-ID
           MOVE TRAN-AMOUNT TO RD-TRAN-AMOUNT
           MOVE WS-ITEM-FEE TO RD-FEE
           MOVE WS-ITEM-STATUS TO RD-STATUS
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

      *    A reject whose TRAN-ID is not on the TRANFILE generation
      *    supplied cannot be priced; the count flags a mismatched
      *    ERRLOG/TRANFILE pair.
       COUNT-UNMATCHED-REJECTS.
           MOVE 1 TO WS-RJ-SUB
           PERFORM COUNT-NEXT-UNMATCHED
              UNTIL WS-RJ-SUB > WS-REJECT-TABLE-COUNT.

       COUNT-NEXT-UNMATCHED.
           IF WS-RJ-MATCHED(WS-RJ-SUB) = 'N'
              ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           ADD 1 TO WS-RJ-SUB.

       FINALIZATION.
           PERFORM WRITE-TRAILER-RECORD
           PERFORM COUNT-UNMATCHED-REJECTS
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'Total Fees Charged:' TO RT-LABEL
           MOVE WS-TOTAL-CHARGES TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'Fee Feed Hash Total:' TO RT-LABEL
           MOVE WS-TRAN-HASH-TOTAL TO RT-TOTAL
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE 'Credit-Limit Rejects:' TO RC-LABEL
           MOVE WS-REJECT-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Fees Charged:' TO RC-LABEL
           MOVE WS-CHARGED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Recovered From Suspense:' TO RC-LABEL
           MOVE WS-RECOVERED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Over Daily Maximum:' TO RC-LABEL
           MOVE WS-CAPPED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Charged On An Earlier Run:' TO RC-LABEL
           MOVE WS-PRIOR-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Not Charged - Other:' TO RC-LABEL
           MOVE WS-SKIPPED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE
           MOVE 'Rejects Not On TRANFILE:' TO RC-LABEL
           MOVE WS-UNMATCHED-COUNT TO RC-COUNT
           WRITE REGISTER-LINE FROM REGISTER-COUNT-LINE

           CLOSE ERROR-LOG
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE FEE-LOG-FILE
           CLOSE FEE-TRAN-FILE
           CLOSE FEE-REGISTER

           DISPLAY 'Returned-Debit Fee Generation Complete'
           DISPLAY 'Fees Charged: ' WS-CHARGED-COUNT
           DISPLAY 'Total Fees: ' WS-TOTAL-CHARGES
           IF WS-UNMATCHED-COUNT > 0
              DISPLAY 'Rejects not found on TRANFILE: '
                 WS-UNMATCHED-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
