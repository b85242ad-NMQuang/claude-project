      * credit limits against the rules supplied at run time. The     *
      * proposals file (CREDPROP) goes to a supervisor who flags      *
      * the approved rows; CREDAPPL applies only those.               *
      * A member of a CUSTGRP related-party group is raised only as   *
      * far as the group limit allows: a first pass over the extract  *
      * totals each group's member limits and overdrawn balances in   *
      * the group's limit currency (latest EXCHRATE rate on or before *
      * today) on the GRPIDX work file, and each raise granted comes  *
      * off the group's remaining headroom.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS SX-CUST-ID
           FILE STATUS IS WS-SX-STATUS.

           SELECT CUSTOMER-GROUP-FILE ASSIGN TO 'CUSTGRP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-KEY
           FILE STATUS IS WS-CGRP-STATUS.

           SELECT GROUP-POSITION-FILE ASSIGN TO 'GRPIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GX-GROUP-ID
           FILE STATUS IS WS-GX-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCH-KEY
           FILE STATUS IS WS-EXCH-STATUS.

           SELECT PROPOSAL-FILE ASSIGN TO 'CREDPROP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  SUSPENSE-COUNT-FILE.
       01  SUSPENSE-COUNT-RECORD.
           05 SX-CUST-ID           PIC 9(10).
           05 SX-COUNT             PIC 9(5).

       FD  CUSTOMER-GROUP-FILE.
           COPY CUSTGREC.

       FD  GROUP-POSITION-FILE.
       01  GROUP-POSITION-RECORD.
           05 GX-GROUP-ID          PIC X(10).
           05 GX-LIMIT-CURRENCY    PIC X(3).
           05 GX-GROUP-LIMIT       PIC 9(10)V99.
           05 GX-TOTAL-LIMITS      PIC 9(12)V99.
           05 GX-EXPOSURE          PIC 9(12)V99.
           05 GX-RATE-MISSING      PIC X(1).

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 EXCH-KEY.
              10 EXCH-FROM-CURRENCY   PIC X(3).
              10 EXCH-TO-CURRENCY     PIC X(3).
              10 EXCH-EFF-DATE        PIC X(10).
           05 EXCH-RATE               PIC 9(6)V9999.

       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05 CP-CUST-ID           PIC 9(10).
       01  WS-SX-STATUS            PIC XX.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CGRP-STATUS          PIC XX.
       01  WS-GX-STATUS            PIC XX.
       01  WS-EXCH-STATUS          PIC XX.
       01  WS-CGRP-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-EXCH-FILE-OPEN       PIC X VALUE 'N'.

       01  WS-CUST-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SUSP-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-REVIEWED-COUNT       PIC 9(7) VALUE 0.
       01  WS-RAISE-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOWER-COUNT          PIC 9(7) VALUE 0.
       01  WS-WITHHELD-COUNT       PIC 9(7) VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-IN-GROUP             PIC X VALUE 'N'.
       01  WS-GX-ON-FILE           PIC X VALUE 'N'.
       01  WS-RAISE-WITHHELD       PIC X VALUE 'N'.
       01  WS-GROUP-RATE-FOUND     PIC X VALUE 'N'.
       01  WS-GROUP-RATE           PIC 9(6)V9999.
       01  WS-RATE-FROM-CCY        PIC X(3).
       01  WS-GROUP-HEADROOM       PIC S9(12)V99.
       01  WS-GROUP-RAISE          PIC 9(12)V99.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(42) VALUE
           05 PD-PROPOSED-LIMIT    PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-REASON            PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PD-GROUP-ID          PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           PERFORM INITIALIZATION
           PERFORM COUNT-SUSPENSE-HISTORY
              UNTIL WS-SUSP-EOF-FLAG = 'Y'
           IF WS-CGRP-FILE-OPEN = 'Y'
              PERFORM ACCUMULATE-GROUP-POSITION
                 UNTIL WS-CUST-EOF-FLAG = 'Y'
              CLOSE CUSTOMER-FILE
              OPEN INPUT CUSTOMER-FILE
              MOVE 'N' TO WS-CUST-EOF-FLAG
           END-IF
           PERFORM REVIEW-CUSTOMERS UNTIL WS-CUST-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.
           ACCEPT WS-LOWER-SUSP-MIN
           DISPLAY 'Enter Lower Percent: '
           ACCEPT WS-LOWER-PCT
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REVIEW-REPORT
              DISPLAY 'No suspense file - history scored as clean'
              MOVE 'Y' TO WS-SUSP-EOF-FLAG
           END-IF
           OPEN INPUT CUSTOMER-GROUP-FILE
           IF WS-CGRP-STATUS = '00'
              MOVE 'Y' TO WS-CGRP-FILE-OPEN
              OPEN OUTPUT GROUP-POSITION-FILE
              CLOSE GROUP-POSITION-FILE
              OPEN I-O GROUP-POSITION-FILE
           ELSE
              DISPLAY 'No customer group file - group limits not '
                 'applied'
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXCH-STATUS = '00'
              MOVE 'Y' TO WS-EXCH-FILE-OPEN
           END-IF
           WRITE REVIEW-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.
                 END-READ
           END-READ.

      *    First pass: each grouped customer's limit (active accounts
      *    only) and overdrawn balance are added to its group's
      *    totals in the group's limit currency. A member whose
      *    currency has no rate marks the whole group, and no raise
      *    is proposed to any of its members.
       ACCUMULATE-GROUP-POSITION.
           READ CUSTOMER-FILE
              AT END
                 MOVE 'Y' TO WS-CUST-EOF-FLAG
              NOT AT END
                 PERFORM FIND-CUSTOMER-GROUP
                 IF WS-IN-GROUP = 'Y'
                    PERFORM ADD-TO-GROUP-POSITION
                 END-IF
           END-READ.

       ADD-TO-GROUP-POSITION.
           MOVE CUST-CURRENCY-CODE TO WS-RATE-FROM-CCY
           PERFORM FIND-GROUP-RATE
           IF WS-GROUP-RATE-FOUND = 'N'
              MOVE 'Y' TO GX-RATE-MISSING
           ELSE
              IF CUST-STATUS = 'A'
                 COMPUTE GX-TOTAL-LIMITS ROUNDED = GX-TOTAL-LIMITS +
                    (CUST-CREDIT-LIMIT * WS-GROUP-RATE)
              END-IF
              IF CUST-BALANCE < 0
                 COMPUTE GX-EXPOSURE ROUNDED = GX-EXPOSURE -
                    (CUST-BALANCE * WS-GROUP-RATE)
              END-IF
           END-IF
           IF WS-GX-ON-FILE = 'Y'
              REWRITE GROUP-POSITION-RECORD
           ELSE
              WRITE GROUP-POSITION-RECORD
           END-IF.

      *    Leaves the customer's group totals in GROUP-POSITION-RECORD
      *    (a new, empty one when the group has none yet).
       FIND-CUSTOMER-GROUP.
           MOVE 'N' TO WS-IN-GROUP
           IF WS-CGRP-FILE-OPEN = 'Y'
              MOVE 'C' TO CG-REC-TYPE
              MOVE CUST-ID TO CG-KEY-CUST-ID
              MOVE 0 TO CG-KEY-MEMBER-ID
              READ CUSTOMER-GROUP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-IN-GROUP
                    PERFORM READ-GROUP-POSITION
              END-READ
           END-IF.

       READ-GROUP-POSITION.
           MOVE CG-GROUP-ID TO GX-GROUP-ID
           READ GROUP-POSITION-FILE
              INVALID KEY
                 MOVE 'N' TO WS-GX-ON-FILE
                 PERFORM START-GROUP-POSITION
              NOT INVALID KEY
                 MOVE 'Y' TO WS-GX-ON-FILE
           END-READ.

       START-GROUP-POSITION.
           MOVE CG-GROUP-ID TO GX-GROUP-ID
           MOVE 0 TO GX-TOTAL-LIMITS
           MOVE 0 TO GX-EXPOSURE
           MOVE 'N' TO GX-RATE-MISSING
           MOVE 'G' TO CG-REC-TYPE
           MOVE GX-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 MOVE SPACES TO GX-LIMIT-CURRENCY
                 MOVE 0 TO GX-GROUP-LIMIT
              NOT INVALID KEY
                 MOVE CG-LIMIT-CURRENCY TO GX-LIMIT-CURRENCY
                 MOVE CG-GROUP-LIMIT TO GX-GROUP-LIMIT
           END-READ.

      *    Rate from WS-RATE-FROM-CCY to the group's limit currency:
      *    the latest EXCHRATE record on or before today.
       FIND-GROUP-RATE.
           MOVE 'N' TO WS-GROUP-RATE-FOUND
           IF WS-RATE-FROM-CCY = GX-LIMIT-CURRENCY
              MOVE 1 TO WS-GROUP-RATE
              MOVE 'Y' TO WS-GROUP-RATE-FOUND
           ELSE
              IF WS-EXCH-FILE-OPEN = 'Y'
                 AND GX-LIMIT-CURRENCY NOT = SPACES
                 MOVE WS-RATE-FROM-CCY TO EXCH-FROM-CURRENCY
                 MOVE GX-LIMIT-CURRENCY TO EXCH-TO-CURRENCY
                 MOVE WS-TODAY-FMT TO EXCH-EFF-DATE
                 START EXCHANGE-RATE-FILE
                    KEY IS NOT GREATER THAN EXCH-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM READ-GROUP-RATE
                 END-START
              END-IF
           END-IF.

       READ-GROUP-RATE.
           READ EXCHANGE-RATE-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF EXCH-FROM-CURRENCY = WS-RATE-FROM-CCY
                    AND EXCH-TO-CURRENCY = GX-LIMIT-CURRENCY
                    AND EXCH-RATE > 0
                    MOVE EXCH-RATE TO WS-GROUP-RATE
                    MOVE 'Y' TO WS-GROUP-RATE-FOUND
                 END-IF
           END-READ.

       REVIEW-CUSTOMERS.
           READ CUSTOMER-FILE
              AT END

       SCORE-CUSTOMER.
           MOVE 0 TO WS-SUSP-COUNT
           MOVE SPACES TO PD-GROUP-ID
           MOVE CUST-ID TO SX-CUST-ID
           READ SUSPENSE-COUNT-FILE
              INVALID KEY
                   WS-SUSP-COUNT = 0
                 COMPUTE WS-PROPOSED-LIMIT ROUNDED =
                    CUST-CREDIT-LIMIT * (100 + WS-RAISE-PCT) / 100
                 MOVE 'Strong YTD activity' TO CP-REASON
                 PERFORM APPLY-GROUP-HEADROOM
                 IF WS-RAISE-WITHHELD = 'Y'
                    ADD 1 TO WS-WITHHELD-COUNT
                    PERFORM WRITE-WITHHELD-LINE
                 ELSE
                    ADD 1 TO WS-RAISE-COUNT
                    PERFORM WRITE-PROPOSAL
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    A raise for a group member must fit in what is left of the
      *    group limit after every member's limit (or after the
      *    group's actual exposure, where overrides have taken it
      *    past the limits on file). A raise larger
      *    than the headroom is cut to it, and none is proposed when
      *    the group is already at its limit or its position could
      *    not be converted. What is granted comes off the group's
      *    headroom for the members reviewed after this one.
       APPLY-GROUP-HEADROOM.
           MOVE 'N' TO WS-RAISE-WITHHELD
           PERFORM FIND-CUSTOMER-GROUP
           IF WS-IN-GROUP = 'Y'
              MOVE GX-GROUP-ID TO PD-GROUP-ID
              MOVE CUST-CURRENCY-CODE TO WS-RATE-FROM-CCY
              PERFORM FIND-GROUP-RATE
              IF GX-RATE-MISSING = 'Y' OR WS-GROUP-RATE-FOUND = 'N'
                 MOVE 'Y' TO WS-RAISE-WITHHELD
                 MOVE 'Raise withheld - no group rate' TO CP-REASON
              ELSE
                 COMPUTE WS-GROUP-HEADROOM =
                    GX-GROUP-LIMIT - GX-TOTAL-LIMITS
                 IF GX-EXPOSURE > GX-TOTAL-LIMITS
                    COMPUTE WS-GROUP-HEADROOM =
                       GX-GROUP-LIMIT - GX-EXPOSURE
                 END-IF
                 IF WS-GROUP-HEADROOM NOT > 0
                    MOVE 'Y' TO WS-RAISE-WITHHELD
                    MOVE 'Raise withheld - group limit' TO CP-REASON
                 ELSE
                    PERFORM FIT-RAISE-TO-HEADROOM
                 END-IF
              END-IF
           END-IF.

       FIT-RAISE-TO-HEADROOM.
           COMPUTE WS-GROUP-RAISE ROUNDED =
              (WS-PROPOSED-LIMIT - CUST-CREDIT-LIMIT) * WS-GROUP-RATE
           IF WS-GROUP-RAISE > WS-GROUP-HEADROOM
              COMPUTE WS-PROPOSED-LIMIT =
                 CUST-CREDIT-LIMIT + (WS-GROUP-HEADROOM / WS-GROUP-RATE)
              MOVE WS-GROUP-HEADROOM TO WS-GROUP-RAISE
              MOVE 'Raise capped at group headroom' TO CP-REASON
           END-IF
           ADD WS-GROUP-RAISE TO GX-TOTAL-LIMITS
           REWRITE GROUP-POSITION-RECORD.

       WRITE-WITHHELD-LINE.
           MOVE CUST-ID TO PD-CUST-ID
           MOVE CUST-NAME TO PD-CUST-NAME
           MOVE CUST-CREDIT-LIMIT TO PD-CURRENT-LIMIT
           MOVE CUST-CREDIT-LIMIT TO PD-PROPOSED-LIMIT
           MOVE CP-REASON TO PD-REASON
           WRITE REVIEW-REPORT-LINE FROM PROPOSAL-DETAIL-LINE.

       WRITE-PROPOSAL.
           MOVE CUST-ID TO CP-CUST-ID
           MOVE CUST-NAME TO CP-CUST-NAME
           MOVE 'Reductions Proposed:' TO SC-LABEL
           MOVE WS-LOWER-COUNT TO SC-COUNT
           WRITE REVIEW-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Raises Withheld (Group Limit):' TO SC-LABEL
           MOVE WS-WITHHELD-COUNT TO SC-COUNT
           WRITE REVIEW-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE CUSTOMER-FILE
           IF WS-SUSP-STATUS = '00'
              CLOSE SUSPENSE-FILE
           END-IF
           CLOSE SUSPENSE-COUNT-FILE
           IF WS-CGRP-FILE-OPEN = 'Y'
              CLOSE CUSTOMER-GROUP-FILE
              CLOSE GROUP-POSITION-FILE
           END-IF
           IF WS-EXCH-FILE-OPEN = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           CLOSE PROPOSAL-FILE
           CLOSE REVIEW-REPORT

           DISPLAY 'Credit Limit Review Complete'
           DISPLAY 'Reviewed: ' WS-REVIEWED-COUNT
           DISPLAY 'Raises Proposed: ' WS-RAISE-COUNT
           DISPLAY 'Reductions Proposed: ' WS-LOWER-COUNT
           DISPLAY 'Raises Withheld: ' WS-WITHHELD-COUNT.
