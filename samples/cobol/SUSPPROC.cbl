           RECORD KEY IS ACCT-KEY
           FILE STATUS IS WS-ACCT-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
           05 ERR-TRAN-ID          PIC 9(15).
           05 ERR-MESSAGE          PIC X(100).
           05 ERR-OPERATOR         PIC X(8).
           05 ERR-BRANCH-ID        PIC X(3).
           05 ERR-AMOUNT           PIC S9(10)V99.

       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-RECORD.
           05 NS-REASON             PIC X(100).
           05 NS-FIRST-DATE         PIC X(10).
           05 NS-RETRY-COUNT        PIC 9(3).
           05 NS-BRANCH-ID          PIC X(3).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
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

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  DAILY-LIMIT-FILE.
           COPY DLYLMREC.

       FD  DAILY-USAGE-FILE.
           COPY DLYUSREC.

       FD  CUSTOMER-GROUP-FILE.
           COPY CUSTGREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-ACCT-SIGNED-AMOUNT   PIC S9(10)V99.
       01  WS-ACCT-DR-DELTA        PIC S9(12)V99.
       01  WS-ACCT-CR-DELTA        PIC S9(12)V99.
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
       01  WS-HOLD-BLOCKED         PIC X VALUE 'N'.
       01  WS-HOLD-DIRECTION       PIC X.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-NEW-BALANCE          PIC S9(10)V99.
       01  WS-REPROCESSED-COUNT    PIC 9(7) VALUE 0.
       01  WS-RESUSPENDED-COUNT    PIC 9(7) VALUE 0.
       01  WS-REPROCESSED-NET      PIC S9(12)V99 VALUE 0.
       01  WS-HIST-POSTED-AMOUNT   PIC S9(10)V99.
       01  WS-REJECT-REASON        PIC X(100).
       01  WS-TRANSFER-DEBIT-AMT   PIC S9(10)V99.
       01  WS-TRANSFER-CREDIT-AMT  PIC S9(10)V99.
           OPEN OUTPUT NEW-SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT = '00' OR WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
              MOVE 'Y' TO WS-ACCT-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-ACCT-FILE-OPEN
           END-IF
           OPEN INPUT DAILY-LIMIT-FILE
           IF WS-DLIM-STATUS = '00'
              MOVE 'Y' TO WS-DLIM-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-DLIM-FILE-OPEN
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
           END-IF
           OPEN INPUT CUSTOMER-GROUP-FILE
           IF WS-CGRP-STATUS = '00'
              MOVE 'Y' TO WS-CGRP-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-CGRP-FILE-OPEN
           END-IF.

       REPROCESS-SUSPENSE.
           IF WS-CUST-STATUS = '00'
              ADD 1 TO WS-REPROCESSED-COUNT
              MOVE SUSP-CUST-ID TO PH-CUST-ID
              MOVE WS-CONVERTED-AMOUNT TO WS-HIST-POSTED-AMOUNT
              PERFORM WRITE-TRAN-HISTORY
              MOVE WS-CONVERTED-AMOUNT TO WS-ACCT-SIGNED-AMOUNT
              MOVE 0 TO WS-ACCT-DR-DELTA
                       IF WS-HOLD-BLOCKED = 'Y'
                          PERFORM RESUSPEND-RECORD
                       ELSE
                          PERFORM CHECK-DAILY-DEBIT-LIMIT
                          IF WS-DAILY-LIMIT-HIT = 'Y'
                             MOVE 'Daily debit limit exceeded'
                                TO WS-REJECT-REASON
                             PERFORM RESUSPEND-RECORD
                          ELSE
                             PERFORM APPLY-SUSP-DEBIT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
                 TO WS-REJECT-REASON
              PERFORM RESUSPEND-RECORD
           ELSE
              PERFORM CHECK-GROUP-CREDIT-LIMIT
              IF WS-GROUP-LIMIT-HIT NOT = 'N'
                 PERFORM SET-GROUP-REJECT-REASON
                 PERFORM RESUSPEND-RECORD
              ELSE
                 MOVE WS-NEW-BALANCE TO CUST-BALANCE
                 ADD WS-CONVERTED-AMOUNT TO YTD-DEBIT-TOTAL
                 ADD WS-CONVERTED-AMOUNT TO MTD-DEBIT-TOTAL
                 MOVE SUSP-DATE TO CUST-LAST-ACTIVITY-DATE
                 REWRITE CUSTOMER-RECORD
                 IF WS-CUST-STATUS = '00'
                    ADD 1 TO WS-REPROCESSED-COUNT
                    MOVE SUSP-CUST-ID TO PH-CUST-ID
                    MOVE WS-CONVERTED-AMOUNT TO WS-HIST-POSTED-AMOUNT
                    PERFORM WRITE-TRAN-HISTORY
                    MOVE WS-CONVERTED-AMOUNT TO WS-DAILY-DEBIT-DELTA
                    PERFORM RECORD-DAILY-DEBIT
                    COMPUTE WS-ACCT-SIGNED-AMOUNT =
                       WS-CONVERTED-AMOUNT * -1
                    MOVE WS-CONVERTED-AMOUNT TO WS-ACCT-DR-DELTA
                    MOVE 0 TO WS-ACCT-CR-DELTA
                    PERFORM POST-TO-PRIMARY-ACCOUNT
                 ELSE
                    MOVE 'Error updating customer record'
                       TO WS-REJECT-REASON
                    PERFORM RESUSPEND-RECORD
                 END-IF
              END-IF
           END-IF.

                       IF WS-CUST-STATUS = '00'
                          ADD 1 TO WS-REPROCESSED-COUNT
                          MOVE SUSP-CUST-ID TO PH-CUST-ID
                          MOVE WS-CONVERTED-AMOUNT
                             TO WS-HIST-POSTED-AMOUNT
                          PERFORM WRITE-TRAN-HISTORY
                          MOVE WS-CONVERTED-AMOUNT
                             TO WS-ACCT-SIGNED-AMOUNT
                             MOVE 'Y' TO WS-TRANSFER-FAILED
                             PERFORM RESUSPEND-RECORD
                          ELSE
                             PERFORM CHECK-DAILY-DEBIT-LIMIT
                             IF WS-DAILY-LIMIT-HIT = 'Y'
                                MOVE 'Daily debit limit exceeded'
                                   TO WS-REJECT-REASON
                                MOVE 'Y' TO WS-TRANSFER-FAILED
                                PERFORM RESUSPEND-RECORD
                             ELSE
                                PERFORM CHECK-GROUP-CREDIT-LIMIT
                                IF WS-GROUP-LIMIT-HIT NOT = 'N'
                                   PERFORM SET-GROUP-REJECT-REASON
                                   MOVE 'Y' TO WS-TRANSFER-FAILED
                                   PERFORM RESUSPEND-RECORD
                                ELSE
                                   PERFORM APPLY-SUSP-TRANSFER-DEBIT
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              PERFORM RESUSPEND-RECORD
           ELSE
              MOVE SUSP-CUST-ID TO PH-CUST-ID
              MOVE WS-TRANSFER-DEBIT-AMT TO WS-HIST-POSTED-AMOUNT
              PERFORM WRITE-TRAN-HISTORY
              MOVE WS-TRANSFER-DEBIT-AMT TO WS-DAILY-DEBIT-DELTA
              PERFORM RECORD-DAILY-DEBIT
              COMPUTE WS-ACCT-SIGNED-AMOUNT =
                 WS-TRANSFER-DEBIT-AMT * -1
              MOVE WS-TRANSFER-DEBIT-AMT TO WS-ACCT-DR-DELTA
           IF WS-CUST-STATUS = '00'
              ADD 1 TO WS-REPROCESSED-COUNT
              MOVE SUSP-TO-CUST-ID TO PH-CUST-ID
              MOVE WS-TRANSFER-CREDIT-AMT TO WS-HIST-POSTED-AMOUNT
              PERFORM WRITE-TRAN-HISTORY
              MOVE WS-TRANSFER-CREDIT-AMT TO WS-ACCT-SIGNED-AMOUNT
              MOVE 0 TO WS-ACCT-DR-DELTA
                 SUBTRACT WS-TRANSFER-DEBIT-AMT FROM MTD-DEBIT-TOTAL
                 REWRITE CUSTOMER-RECORD
                 PERFORM REMOVE-SUSP-DEBIT-HISTORY
                 COMPUTE WS-DAILY-DEBIT-DELTA =
                    WS-TRANSFER-DEBIT-AMT * -1
                 PERFORM RECORD-DAILY-DEBIT
                 MOVE WS-TRANSFER-DEBIT-AMT TO WS-ACCT-SIGNED-AMOUNT
                 COMPUTE WS-ACCT-DR-DELTA =
                    WS-TRANSFER-DEBIT-AMT * -1

      *    Reprocessed items land in the posted-transaction history
      *    the same way BATCHJOB's first-pass postings do, so the
      *    statement and inquiry path sees them. PH-CUST-ID and the
      *    amount as it hit the balance are set by the caller; the
      *    net of the reprocessed postings goes to run control for
      *    the nightly DB2 load to prove against.
       WRITE-TRAN-HISTORY.
           MOVE SUSP-DATE TO PH-DATE
           MOVE SUSP-TRAN-ID TO PH-TRAN-ID
           MOVE SUSP-TO-CUST-ID TO PH-TO-CUST-ID
           MOVE SUSP-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE 'N' TO PH-REVERSED-FLAG
           MOVE SUSP-BRANCH-ID TO PH-BRANCH-ID
           MOVE WS-TODAY-FMT TO PH-POSTED-DATE
           MOVE WS-HIST-POSTED-AMOUNT TO PH-POSTED-AMOUNT
           WRITE TRAN-HISTORY-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           EVALUATE SUSP-TYPE
              WHEN 'CR'
                 ADD WS-HIST-POSTED-AMOUNT TO WS-REPROCESSED-NET
              WHEN 'AD'
                 ADD WS-HIST-POSTED-AMOUNT TO WS-REPROCESSED-NET
              WHEN 'DB'
                 SUBTRACT WS-HIST-POSTED-AMOUNT FROM WS-REPROCESSED-NET
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Same primary-account mirror BATCHJOB applies at first
      *    posting: the feeds carry no account number yet, so the
                 CONTINUE
           END-WRITE.

      *    Group credit limit, as BATCHJOB tests it at posting: a
      *    customer in a CUSTGRP group may stay inside its own limit
      *    while the group as a whole does not. Exposure is the sum
      *    of the members' overdrawn balances - the debtor's at the
      *    balance this posting would leave - each converted to the
      *    group's limit currency at the latest EXCHRATE rate on or
      *    before the suspended item's date. A debit that leaves the
      *    debtor in credit adds no exposure and is not tested.
      *    Reading the other members overlays the customer record,
      *    so the debtor's is saved and put back.
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
                 MOVE SUSP-DATE TO EXCH-EFF-DATE
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

       SET-GROUP-REJECT-REASON.
           IF WS-GROUP-LIMIT-HIT = 'R'
              MOVE 'Group exposure rate not available' TO
                 WS-REJECT-REASON
           ELSE
              MOVE 'Group credit limit exceeded' TO WS-REJECT-REASON
           END-IF.

      *    Same daily debit limit BATCHJOB applies at first posting,
      *    against the same DLYDEBIT running total for today, so a
      *    debit cleared from suspense counts towards the day it is
      *    finally posted.
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
           MOVE WS-TODAY-FMT TO DU-BUSINESS-DATE
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
              MOVE WS-TODAY-FMT TO DU-BUSINESS-DATE
              MOVE CUST-ID TO DU-CUST-ID
              MOVE 0 TO DU-DEBIT-TOTAL
              MOVE CUST-CURRENCY-CODE TO DU-CURRENCY-CODE
              MOVE 0 TO DU-LIMIT
              MOVE 0 TO DU-BREACH-COUNT
              MOVE 0 TO DU-BREACH-AMOUNT
           END-IF.

       SAVE-DAILY-USAGE.
           IF WS-DUSE-FILE-OPEN = 'Y'
              IF WS-USAGE-ON-FILE = 'Y'
                 REWRITE DAILY-USAGE-RECORD
              ELSE
                 WRITE DAILY-USAGE-RECORD
              END-IF
           END-IF.

       RECORD-DAILY-DEBIT.
           PERFORM READ-DAILY-USAGE
           ADD WS-DAILY-DEBIT-DELTA TO DU-DEBIT-TOTAL
           PERFORM SAVE-DAILY-USAGE.

       CONVERT-SUSP-AMOUNT.
           IF SUSP-CURRENCY-CODE = CUST-CURRENCY-CODE OR
              SUSP-CURRENCY-CODE = SPACES
           MOVE SUSP-TRAN-ID TO ERR-TRAN-ID
           MOVE WS-REJECT-REASON TO ERR-MESSAGE
           MOVE 'SUSPPROC' TO ERR-OPERATOR
           MOVE SUSP-BRANCH-ID TO ERR-BRANCH-ID
           MOVE SUSP-AMOUNT TO ERR-AMOUNT
           WRITE ERROR-RECORD

           MOVE SUSP-TRAN-ID TO NS-TRAN-ID
              MOVE SUSP-FIRST-DATE TO NS-FIRST-DATE
           END-IF
           ADD 1 TO SUSP-RETRY-COUNT GIVING NS-RETRY-COUNT
           MOVE SUSP-BRANCH-ID TO NS-BRANCH-ID
           WRITE NEW-SUSPENSE-RECORD
           ADD 1 TO WS-RESUSPENDED-COUNT.

           IF WS-ACCT-FILE-OPEN = 'Y'
              CLOSE ACCOUNT-FILE
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

           DISPLAY 'Suspense Reprocessing Complete'
           DISPLAY 'Reprocessed Successfully: ' WS-REPROCESSED-COUNT
           DISPLAY 'Still Suspended: ' WS-RESUSPENDED-COUNT
           PERFORM RECORD-SUSPENSE-COUNTS.

      *    The in/out counts and the net of what was reprocessed go
      *    on the nightly run-control record so the end-of-day
      *    summary and the DB2 load read them from one place. They
      *    are added, not set: a second run the same day (a restart
      *    from the reprocessing step) adds its own items, and in
      *    less out stays what was posted from suspense. With
      *    intraday cycles the counts land on the date's latest
      *    cycle - the NOT GREATER THAN position-and-read idiom the
      *    keyed lookups use.
                          CONTINUE
                       NOT AT END
                          IF RC-RUN-DATE = WS-TIMESTAMP(1:8)
                             ADD WS-REPROCESSED-COUNT
                                WS-RESUSPENDED-COUNT
                                TO RC-SUSP-IN-COUNT
                             ADD WS-RESUSPENDED-COUNT
                                TO RC-SUSP-OUT-COUNT
                             ADD WS-REPROCESSED-NET
                                TO RC-SUSP-NET-AMOUNT
                             REWRITE RUN-CONTROL-RECORD
                          ELSE
                             DISPLAY 'No run control record for '
