      * GENERAL LEDGER POSTING AND TRIAL BALANCE                      *
      * Applies a night's GLJRNL generation (the balanced journal     *
      * BATCHJOB writes) to the GL balance master GLBAL, keyed        *
      * account + currency, accumulating period-to-date debits and    *
      * credits and the running balance - the ledger behind the       *
      * journal finance used to re-key into a spreadsheet. The        *
      * journal is proved before a single record posts: the header    *
      * total debits must equal total credits and the detail          *
      * records must re-add to the header, the same discipline        *
      * BATCHJOB applies to its TRANFILE trailer. A trial balance     *
      * report by account with period-to-date movement follows the    *
      * posting.                                                      *
      * A journal dated into a month GLCLOSE has closed (or into any  *
      * month before the last one closed) is refused outright. One    *
      * dated into a month a supervisor has reopened posts to the     *
      * running balance and to that month's GLPSNAP snapshot, leaving *
      * the current month's period-to-date buckets untouched.         *
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-PERIOD-FILE ASSIGN TO 'GLPERIOD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLP-PERIOD
           FILE STATUS IS WS-GLP-STATUS.

           SELECT GL-SNAPSHOT-FILE ASSIGN TO 'GLPSNAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-KEY
           FILE STATUS IS WS-GLS-STATUS.

           SELECT TRIAL-BALANCE-REPORT ASSIGN TO 'GLTBRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  GL-PERIOD-FILE.
           COPY GLPERREC.

       FD  GL-SNAPSHOT-FILE.
           COPY GLSNPREC.

       FD  TRIAL-BALANCE-REPORT.
       01  TRIAL-BALANCE-LINE      PIC X(132).

       01  WS-GLJ-STATUS           PIC XX.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-GLP-STATUS           PIC XX.
       01  WS-GLS-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-BAL-EOF-FLAG         PIC X VALUE 'N'.
       01  WS-HDR-CREDITS          PIC 9(13)V99.
       01  WS-VERIFY-DEBITS        PIC 9(13)V99 VALUE 0.
       01  WS-VERIFY-CREDITS       PIC 9(13)V99 VALUE 0.
       01  WS-JOURNAL-PERIOD       PIC X(6).
       01  WS-LAST-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-PERIOD-EOF           PIC X VALUE 'N'.
       01  WS-POST-REOPENED        PIC X VALUE 'N'.

       01  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT         PIC 9(7) VALUE 0.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM VERIFY-JOURNAL-FILE
           PERFORM CHECK-JOURNAL-PERIOD
           PERFORM APPLY-JOURNAL-DETAILS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM FINALIZATION
                 END-IF
           END-READ.

      *    The journal's month comes from its header run date. A month
      *    with no GLPERIOD record is open unless it falls before the
      *    last month closed; a reopened month takes the journal into
      *    its snapshot. No GLPERIOD file means nothing has ever been
      *    closed.
       CHECK-JOURNAL-PERIOD.
           MOVE WS-HDR-RUN-DATE(1:6) TO WS-JOURNAL-PERIOD
           OPEN INPUT GL-PERIOD-FILE
           IF WS-GLP-STATUS = '00'
              MOVE LOW-VALUES TO GLP-PERIOD
              START GL-PERIOD-FILE KEY IS NOT LESS THAN GLP-PERIOD
                 INVALID KEY
                    MOVE 'Y' TO WS-PERIOD-EOF
              END-START
              PERFORM READ-NEXT-PERIOD UNTIL WS-PERIOD-EOF = 'Y'
              MOVE WS-JOURNAL-PERIOD TO GLP-PERIOD
              READ GL-PERIOD-FILE
                 INVALID KEY
                    IF WS-LAST-PERIOD NOT = SPACES AND
                       WS-JOURNAL-PERIOD < WS-LAST-PERIOD
                       PERFORM REJECT-CLOSED-PERIOD
                    END-IF
                 NOT INVALID KEY
                    IF GLP-REOPENED
                       MOVE 'Y' TO WS-POST-REOPENED
                    ELSE
                       PERFORM REJECT-CLOSED-PERIOD
                    END-IF
              END-READ
              CLOSE GL-PERIOD-FILE
           END-IF
           IF WS-POST-REOPENED = 'Y'
              OPEN I-O GL-SNAPSHOT-FILE
              IF WS-GLS-STATUS NOT = '00'
                 DISPLAY 'Error opening period snapshot file'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'GL JOURNAL DATED INTO REOPENED PERIOD '
                 WS-JOURNAL-PERIOD
           END-IF.

       READ-NEXT-PERIOD.
           READ GL-PERIOD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PERIOD-EOF
              NOT AT END
                 MOVE GLP-PERIOD TO WS-LAST-PERIOD
           END-READ.

       REJECT-CLOSED-PERIOD.
           DISPLAY 'GL JOURNAL DATED ' WS-HDR-RUN-DATE
              ' FALLS IN CLOSED PERIOD ' WS-JOURNAL-PERIOD
              ' - RUN ABANDONED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       APPLY-JOURNAL-DETAILS.
           READ GL-JOURNAL-FILE
              AT END
              NOT INVALID KEY
                 CONTINUE
           END-READ
           IF WS-POST-REOPENED = 'Y'
              PERFORM POST-TO-SNAPSHOT
              IF GLJ-D-DR-CR = 'D'
                 ADD GLJ-D-AMOUNT TO GLB-BALANCE
              ELSE
                 SUBTRACT GLJ-D-AMOUNT FROM GLB-BALANCE
              END-IF
           ELSE
              IF GLJ-D-DR-CR = 'D'
                 ADD GLJ-D-AMOUNT TO GLB-PTD-DEBITS
                 ADD GLJ-D-AMOUNT TO GLB-BALANCE
              ELSE
                 ADD GLJ-D-AMOUNT TO GLB-PTD-CREDITS
                 SUBTRACT GLJ-D-AMOUNT FROM GLB-BALANCE
              END-IF
           END-IF
           MOVE WS-HDR-RUN-DATE TO GLB-LAST-POST-DATE
           REWRITE GL-BALANCE-RECORD
           ADD 1 TO WS-POSTED-COUNT.

      *    Late posting into a reopened month: the month's snapshot
      *    takes the movement, so its closing balance still agrees
      *    with the opening balance plus the month's debits and
      *    credits when the month is closed again.
       POST-TO-SNAPSHOT.
           MOVE WS-JOURNAL-PERIOD TO GLS-PERIOD
           MOVE GLJ-D-ACCOUNT TO GLS-ACCOUNT
           MOVE GLJ-D-CURRENCY TO GLS-CURRENCY
           READ GL-SNAPSHOT-FILE
              INVALID KEY
                 MOVE 0 TO GLS-OPENING-BALANCE
                 MOVE 0 TO GLS-PTD-DEBITS
                 MOVE 0 TO GLS-PTD-CREDITS
                 MOVE 0 TO GLS-CLOSING-BALANCE
                 MOVE 0 TO GLS-YEAR-END-AMOUNT
                 WRITE GL-SNAPSHOT-RECORD
           END-READ
           IF GLJ-D-DR-CR = 'D'
              ADD GLJ-D-AMOUNT TO GLS-PTD-DEBITS
              ADD GLJ-D-AMOUNT TO GLS-CLOSING-BALANCE
           ELSE
              ADD GLJ-D-AMOUNT TO GLS-PTD-CREDITS
              SUBTRACT GLJ-D-AMOUNT FROM GLS-CLOSING-BALANCE
           END-IF
           REWRITE GL-SNAPSHOT-RECORD.

       CREATE-BALANCE-RECORD.
           MOVE GLJ-D-ACCOUNT TO GLB-ACCOUNT
           MOVE GLJ-D-CURRENCY TO GLB-CURRENCY
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE TRIAL-BALANCE-REPORT
           IF WS-POST-REOPENED = 'Y'
              CLOSE GL-SNAPSHOT-FILE
           END-IF
           DISPLAY 'General Ledger Posting Complete'
           DISPLAY 'Journal Details Posted: ' WS-POSTED-COUNT
           DISPLAY 'Accounts On Ledger: ' WS-ACCOUNT-COUNT.
