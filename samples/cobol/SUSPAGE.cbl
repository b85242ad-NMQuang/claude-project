      * over 10) and reject reason using the first-suspended date     *
      * BATCHJOB stamps and SUSPPROC carries forward, and copies any  *
      * item past the escalation age onto a supervisor review         *
      * extract together with its retry count. The same age buckets   *
      * are repeated by the originating branch or generating source   *
      * carried on each item (SUSP-BRANCH-ID), which also rides onto  *
      * the escalation extract.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE       PIC X(132).
           05 ESC-AGE-DAYS         PIC 9(5).
           05 ESC-RETRY-COUNT      PIC 9(3).
           05 ESC-REASON           PIC X(100).
           05 ESC-BRANCH-ID        PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS          PIC XX.
       01  WS-RT-FOUND             PIC X.
       01  WS-BUCKET-SUB           PIC 9(1).

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT      PIC 9(3) VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 40 TIMES.
              10 WS-BT-BRANCH      PIC X(3).
              10 WS-BT-BUCKET      PIC 9(7) OCCURS 4 TIMES.
              10 WS-BT-TOTAL       PIC 9(7).
       01  WS-BT-SUB               PIC 9(3).
       01  WS-BT-FOUND             PIC X.
       01  WS-SRC-FOUND            PIC X.
       01  WS-SRC-SUB              PIC 9(2).

           COPY SRCCODES.

       01  WS-TOTAL-OPEN           PIC 9(7) VALUE 0.
       01  WS-ESCALATED-COUNT      PIC 9(7) VALUE 0.
       01  WS-BUCKET-TOTALS.
              'REASON                                        1 DAY    2-
      -       '5 DAYS  6-10 DAYS  OVER 10      TOTAL'.

       01  BRANCH-COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              'BRANCH/SOURCE                                 1 DAY    2-
      -       '5 DAYS  6-10 DAYS  OVER 10      TOTAL'.

       01  REASON-DETAIL-LINE.
           05 RD-REASON            PIC X(40).
           05 FILLER               PIC X(3) VALUE SPACES.
                 ADD 1 TO WS-TOTAL-OPEN
                 PERFORM COMPUTE-ITEM-AGE
                 PERFORM TALLY-REASON-BUCKET
                 PERFORM TALLY-BRANCH-BUCKET
                 IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                    PERFORM WRITE-ESCALATION-RECORD
                 END-IF
           END-IF
           ADD 1 TO WS-RT-SUB.

      *    Items suspended before the branch was carried have a
      *    blank SUSP-BRANCH-ID and are counted together under that.
       TALLY-BRANCH-BUCKET.
           MOVE 'N' TO WS-BT-FOUND
           MOVE 1 TO WS-BT-SUB
           PERFORM MATCH-BRANCH-ENTRY
              UNTIL WS-BT-FOUND = 'Y' OR WS-BT-SUB > WS-BRANCH-COUNT
           IF WS-BT-FOUND = 'N'
              IF WS-BRANCH-COUNT < 40
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-BT-SUB
                 MOVE SUSP-BRANCH-ID TO WS-BT-BRANCH(WS-BT-SUB)
                 MOVE 0 TO WS-BT-BUCKET(WS-BT-SUB 1)
                 MOVE 0 TO WS-BT-BUCKET(WS-BT-SUB 2)
                 MOVE 0 TO WS-BT-BUCKET(WS-BT-SUB 3)
                 MOVE 0 TO WS-BT-BUCKET(WS-BT-SUB 4)
                 MOVE 0 TO WS-BT-TOTAL(WS-BT-SUB)
                 MOVE 'Y' TO WS-BT-FOUND
              END-IF
           END-IF
           IF WS-BT-FOUND = 'Y'
              ADD 1 TO WS-BT-BUCKET(WS-BT-SUB WS-BUCKET-SUB)
              ADD 1 TO WS-BT-TOTAL(WS-BT-SUB)
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF WS-BT-BRANCH(WS-BT-SUB) = SUSP-BRANCH-ID
              MOVE 'Y' TO WS-BT-FOUND
           ELSE
              ADD 1 TO WS-BT-SUB
           END-IF.

       WRITE-ESCALATION-RECORD.
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE SUSP-TRAN-ID TO ESC-TRAN-ID
           MOVE WS-AGE-DAYS TO ESC-AGE-DAYS
           MOVE SUSP-RETRY-COUNT TO ESC-RETRY-COUNT
           MOVE SUSP-REASON TO ESC-REASON
           MOVE SUSP-BRANCH-ID TO ESC-BRANCH-ID
           WRITE ESCALATION-RECORD.

       WRITE-AGING-REPORT.
           WRITE AGING-REPORT-LINE FROM REASON-DETAIL-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM BRANCH-COLUMN-HEADER
           MOVE 1 TO WS-BT-SUB
           PERFORM WRITE-NEXT-BRANCH-LINE
              UNTIL WS-BT-SUB > WS-BRANCH-COUNT
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'Items Escalated For Supervisor Review:' TO SC-LABEL
           MOVE WS-ESCALATED-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE.
           WRITE AGING-REPORT-LINE FROM REASON-DETAIL-LINE
           ADD 1 TO WS-RT-SUB.

      *    A registry branch prints as its ID; a generating program's
      *    source code prints with its description from SRCCODES.
       WRITE-NEXT-BRANCH-LINE.
           MOVE SPACES TO RD-REASON
           MOVE 'N' TO WS-SRC-FOUND
           MOVE 1 TO WS-SRC-SUB
           PERFORM MATCH-SOURCE-CODE
              UNTIL WS-SRC-FOUND = 'Y' OR WS-SRC-SUB > SRC-ENTRY-COUNT
           EVALUATE TRUE
              WHEN WS-BT-BRANCH(WS-BT-SUB) = SPACES
                 MOVE 'NOT RECORDED' TO RD-REASON
              WHEN WS-SRC-FOUND = 'Y'
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO RD-REASON(1:3)
                 MOVE SRC-DESCRIPTION(WS-SRC-SUB) TO RD-REASON(5:30)
              WHEN OTHER
                 MOVE 'BRANCH' TO RD-REASON(1:6)
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO RD-REASON(8:3)
           END-EVALUATE
           MOVE WS-BT-BUCKET(WS-BT-SUB 1) TO RD-BUCKET-1
           MOVE WS-BT-BUCKET(WS-BT-SUB 2) TO RD-BUCKET-2
           MOVE WS-BT-BUCKET(WS-BT-SUB 3) TO RD-BUCKET-3
           MOVE WS-BT-BUCKET(WS-BT-SUB 4) TO RD-BUCKET-4
           MOVE WS-BT-TOTAL(WS-BT-SUB) TO RD-TOTAL
           WRITE AGING-REPORT-LINE FROM REASON-DETAIL-LINE
           ADD 1 TO WS-BT-SUB.

       MATCH-SOURCE-CODE.
           IF SRC-CODE(WS-SRC-SUB) = WS-BT-BRANCH(WS-BT-SUB)
              MOVE 'Y' TO WS-SRC-FOUND
           ELSE
              ADD 1 TO WS-SRC-SUB
           END-IF.

       FINALIZATION.
           CLOSE SUSPENSE-FILE
           CLOSE AGING-REPORT
