      * reason and day, and prints a reason-by-day count matrix       *
      * with week-over-week deltas plus a top-offending-customers     *
      * section keyed from the open suspense file. When one reject    *
      * reason triples on a Tuesday this report shows it. The same    *
      * day matrix and week-over-week deltas are repeated by the      *
      * originating branch or generating source carried on each       *
      * reject (ERR-BRANCH-ID), so one branch's bad feed stands out   *
      * from a system-wide problem.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 ERR-TRAN-ID          PIC 9(15).
           05 ERR-MESSAGE          PIC X(100).
           05 ERR-OPERATOR         PIC X(8).
           05 ERR-BRANCH-ID        PIC X(3).
           05 ERR-AMOUNT           PIC S9(10)V99.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  SUSPENSE-COUNT-FILE.
       01  SUSPENSE-COUNT-RECORD.
       01  WS-RT-SUB               PIC 9(2).
       01  WS-RT-FOUND             PIC X.

       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-COUNT      PIC 9(2) VALUE 0.
           05 WS-BRANCH-ENTRY OCCURS 40 TIMES.
              10 WS-BT-BRANCH      PIC X(3).
              10 WS-BT-DAY-COUNT   PIC 9(5) OCCURS 14 TIMES.
       01  WS-BT-SUB               PIC 9(2).
       01  WS-BT-FOUND             PIC X.
       01  WS-CLEAR-SUB            PIC 9(2).
       01  WS-THIS-BRANCH          PIC X(3).
       01  WS-BRANCH-LABEL         PIC X(38).
       01  WS-SRC-FOUND            PIC X.
       01  WS-SRC-SUB              PIC 9(2).

           COPY SRCCODES.

       01  WS-RECORD-COUNT         PIC 9(8) VALUE 0.
       01  WS-WEEK-NEW             PIC 9(7).
       01  WS-WEEK-OLD             PIC 9(7).
           05 DL-DELTA             PIC +ZZZ,ZZ9.
           05 FILLER               PIC X(68) VALUE SPACES.

       01  BRANCH-TITLE-LINE.
           05 FILLER               PIC X(48) VALUE
              'REJECTS BY BRANCH/SOURCE BY DAY - RECORD COUNTS'.
           05 FILLER               PIC X(84) VALUE SPACES.

       01  BRANCH-DELTA-TITLE-LINE.
           05 FILLER               PIC X(56) VALUE
             'BRANCH/SOURCE WEEK-OVER-WEEK DELTA (NEWEST 7 VS PRIOR 7)'.
           05 FILLER               PIC X(76) VALUE SPACES.

       01  OFFENDER-TITLE-LINE.
           05 FILLER               PIC X(42) VALUE
              'TOP OFFENDING CUSTOMERS (OPEN SUSPENSE)'.
           PERFORM SORT-DAY-COLUMNS
           PERFORM PRINT-REASON-MATRIX
           PERFORM PRINT-WEEK-DELTAS
           PERFORM PRINT-BRANCH-MATRIX
           PERFORM PRINT-BRANCH-DELTAS
           PERFORM COUNT-SUSPENSE-OFFENDERS
              UNTIL WS-SUSP-EOF-FLAG = 'Y'
           PERFORM PRINT-TOP-OFFENDERS
                 PERFORM FIND-DAY-COLUMN
                 IF WS-DAY-FOUND = 'Y'
                    PERFORM TALLY-REASON-FOR-DAY
                    PERFORM TALLY-BRANCH-FOR-DAY
                 END-IF
           END-READ.

           MOVE 0 TO WS-RT-DAY-COUNT(WS-RT-SUB WS-DAY-SUB)
           ADD 1 TO WS-DAY-SUB.

      *    Rejects from before the branch was carried have a blank
      *    ERR-BRANCH-ID and are counted together under that.
       TALLY-BRANCH-FOR-DAY.
           MOVE ERR-BRANCH-ID TO WS-THIS-BRANCH
           MOVE 'N' TO WS-BT-FOUND
           MOVE 1 TO WS-BT-SUB
           PERFORM MATCH-BRANCH-ENTRY
              UNTIL WS-BT-FOUND = 'Y' OR WS-BT-SUB > WS-BRANCH-COUNT
           IF WS-BT-FOUND = 'N'
              IF WS-BRANCH-COUNT < 40
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-BT-SUB
                 MOVE WS-THIS-BRANCH TO WS-BT-BRANCH(WS-BT-SUB)
                 MOVE 1 TO WS-CLEAR-SUB
                 PERFORM CLEAR-NEXT-BRANCH-DAY
                    UNTIL WS-CLEAR-SUB > 14
                 MOVE 'Y' TO WS-BT-FOUND
              ELSE
                 DISPLAY 'More than 40 branches on ERRLOGS - branch '
                    WS-THIS-BRANCH ' ignored'
              END-IF
           END-IF
           IF WS-BT-FOUND = 'Y'
              ADD 1 TO WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
           END-IF.

       MATCH-BRANCH-ENTRY.
           IF WS-BT-BRANCH(WS-BT-SUB) = WS-THIS-BRANCH
              MOVE 'Y' TO WS-BT-FOUND
           ELSE
              ADD 1 TO WS-BT-SUB
           END-IF.

       CLEAR-NEXT-BRANCH-DAY.
           MOVE 0 TO WS-BT-DAY-COUNT(WS-BT-SUB WS-CLEAR-SUB)
           ADD 1 TO WS-CLEAR-SUB.

      *    Simple exchange sort of the day columns into ascending
      *    date order, carrying every reason's counts along.
       SORT-DAY-COLUMNS.
              MOVE 1 TO WS-RT-SUB
              PERFORM SWAP-REASON-DAY-COUNTS
                 UNTIL WS-RT-SUB > WS-REASON-COUNT
              MOVE 1 TO WS-BT-SUB
              PERFORM SWAP-BRANCH-DAY-COUNTS
                 UNTIL WS-BT-SUB > WS-BRANCH-COUNT
           END-IF
           ADD 1 TO WS-DAY-SUB.

              TO WS-RT-DAY-COUNT(WS-RT-SUB WS-SPLIT-SUB)
           ADD 1 TO WS-RT-SUB.

       SWAP-BRANCH-DAY-COUNTS.
           MOVE WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
              TO WS-HOLD-COUNT
           MOVE WS-BT-DAY-COUNT(WS-BT-SUB WS-SPLIT-SUB)
              TO WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
           MOVE WS-HOLD-COUNT
              TO WS-BT-DAY-COUNT(WS-BT-SUB WS-SPLIT-SUB)
           ADD 1 TO WS-BT-SUB.

       PRINT-REASON-MATRIX.
           WRITE TREND-REPORT-LINE FROM MATRIX-TITLE-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           END-IF
           ADD 1 TO WS-DAY-SUB.

       PRINT-BRANCH-MATRIX.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE FROM BRANCH-TITLE-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE 'BRANCH/SOURCE' TO MH-LABEL
           WRITE TREND-REPORT-LINE FROM MATRIX-HEADER-LINE
           MOVE 1 TO WS-BT-SUB
           PERFORM PRINT-NEXT-BRANCH-ROW
              UNTIL WS-BT-SUB > WS-BRANCH-COUNT.

       PRINT-NEXT-BRANCH-ROW.
           MOVE SPACES TO MATRIX-DETAIL-LINE
           PERFORM SET-BRANCH-LABEL
           MOVE WS-BRANCH-LABEL TO MD-REASON
           MOVE 1 TO WS-DAY-SUB
           PERFORM SET-NEXT-BRANCH-COLUMN
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
           WRITE TREND-REPORT-LINE FROM MATRIX-DETAIL-LINE
           ADD 1 TO WS-BT-SUB.

       SET-NEXT-BRANCH-COLUMN.
           MOVE WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
              TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO MD-DAY-COL(WS-DAY-SUB)(2:5)
           ADD 1 TO WS-DAY-SUB.

      *    A registry branch prints as its ID; a generating program's
      *    source code prints with its description from SRCCODES.
       SET-BRANCH-LABEL.
           MOVE SPACES TO WS-BRANCH-LABEL
           MOVE 'N' TO WS-SRC-FOUND
           MOVE 1 TO WS-SRC-SUB
           PERFORM MATCH-SOURCE-CODE
              UNTIL WS-SRC-FOUND = 'Y' OR WS-SRC-SUB > SRC-ENTRY-COUNT
           EVALUATE TRUE
              WHEN WS-BT-BRANCH(WS-BT-SUB) = SPACES
                 MOVE 'NOT RECORDED' TO WS-BRANCH-LABEL
              WHEN WS-SRC-FOUND = 'Y'
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO WS-BRANCH-LABEL(1:3)
                 MOVE SRC-DESCRIPTION(WS-SRC-SUB)
                    TO WS-BRANCH-LABEL(5:30)
              WHEN OTHER
                 MOVE 'BRANCH' TO WS-BRANCH-LABEL(1:6)
                 MOVE WS-BT-BRANCH(WS-BT-SUB) TO WS-BRANCH-LABEL(8:3)
           END-EVALUATE.

       MATCH-SOURCE-CODE.
           IF SRC-CODE(WS-SRC-SUB) = WS-BT-BRANCH(WS-BT-SUB)
              MOVE 'Y' TO WS-SRC-FOUND
           ELSE
              ADD 1 TO WS-SRC-SUB
           END-IF.

      *    Same split as the reason deltas: newest seven day columns
      *    against whatever came before them.
       PRINT-BRANCH-DELTAS.
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE FROM BRANCH-DELTA-TITLE-LINE
           IF WS-DAY-COUNT > 7
              COMPUTE WS-SPLIT-SUB = WS-DAY-COUNT - 7
           ELSE
              MOVE 0 TO WS-SPLIT-SUB
           END-IF
           MOVE 1 TO WS-BT-SUB
           PERFORM PRINT-NEXT-BRANCH-DELTA
              UNTIL WS-BT-SUB > WS-BRANCH-COUNT.

       PRINT-NEXT-BRANCH-DELTA.
           MOVE 0 TO WS-WEEK-NEW
           MOVE 0 TO WS-WEEK-OLD
           MOVE 1 TO WS-DAY-SUB
           PERFORM SUM-NEXT-BRANCH-DAY
              UNTIL WS-DAY-SUB > WS-DAY-COUNT
           COMPUTE WS-WEEK-DELTA = WS-WEEK-NEW - WS-WEEK-OLD
           PERFORM SET-BRANCH-LABEL
           MOVE WS-BRANCH-LABEL TO DL-REASON
           MOVE WS-WEEK-NEW TO DL-WEEK-NEW
           MOVE WS-WEEK-OLD TO DL-WEEK-OLD
           MOVE WS-WEEK-DELTA TO DL-DELTA
           WRITE TREND-REPORT-LINE FROM DELTA-DETAIL-LINE
           ADD 1 TO WS-BT-SUB.

       SUM-NEXT-BRANCH-DAY.
           IF WS-DAY-SUB > WS-SPLIT-SUB
              ADD WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
                 TO WS-WEEK-NEW
           ELSE
              ADD WS-BT-DAY-COUNT(WS-BT-SUB WS-DAY-SUB)
                 TO WS-WEEK-OLD
           END-IF
           ADD 1 TO WS-DAY-SUB.

       COUNT-SUSPENSE-OFFENDERS.
           READ SUSPENSE-FILE
              AT END
           DISPLAY 'Error Log Trend Summary Complete'
           DISPLAY 'Error Records Read: ' WS-RECORD-COUNT
           DISPLAY 'Distinct Days: ' WS-DAY-COUNT
           DISPLAY 'Distinct Reasons: ' WS-REASON-COUNT
           DISPLAY 'Distinct Branches/Sources: ' WS-BRANCH-COUNT.
