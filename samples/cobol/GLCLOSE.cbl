       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * GL PERIOD CLOSE, YEAR-END ROLLOVER AND PERIOD REOPEN          *
      * CLOSE snapshots every GLBAL account's opening balance,        *
      * period debits and credits and closing balance for the month   *
      * onto GLPSNAP, resets the period-to-date buckets for the next  *
      * month and marks the month closed on GLPERIOD, after which     *
      * GLPOST refuses any journal dated into it. Months close in     *
      * order, one after another.                                     *
      * YEAREND is run once the last month of the year is closed: it  *
      * rolls every income and expense balance (by GLCLASS type) into *
      * the retained-earnings account entered, per currency, writes   *
      * the balanced closing journal to YEJRNL in GLJRNL layout and   *
      * applies it to GLBAL and the month's snapshot. An account with *
      * no classification stops the run before anything is written.   *
      * REOPEN lets a supervisor reopen the most recently closed      *
      * month for late journals; CLOSE on the same month closes it    *
      * again. Every close, reopen and year end leaves a before/after *
      * RATAUDIT image of the period record.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT GL-CLASS-FILE ASSIGN TO 'GLCLASS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLC-ACCOUNT
           FILE STATUS IS WS-GLC-STATUS.

           SELECT YEAR-END-JOURNAL ASSIGN TO 'YEJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-YEJ-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO 'GLCLSRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  GL-PERIOD-FILE.
           COPY GLPERREC.

       FD  GL-SNAPSHOT-FILE.
           COPY GLSNPREC.

       FD  GL-CLASS-FILE.
           COPY GLCLSREC.

       FD  YEAR-END-JOURNAL.
       01  YE-JOURNAL-HEADER.
           05 YEJ-H-REC-TYPE       PIC X(1).
           05 YEJ-H-RUN-DATE       PIC X(8).
           05 YEJ-H-CYCLE          PIC 9(2).
           05 YEJ-H-TOTAL-DEBITS   PIC 9(13)V99.
           05 YEJ-H-TOTAL-CREDITS  PIC 9(13)V99.
           05 YEJ-H-NET-AMOUNT     PIC S9(12)V99.
       01  YE-JOURNAL-DETAIL.
           05 YEJ-D-REC-TYPE       PIC X(1).
           05 YEJ-D-ACCOUNT        PIC X(8).
           05 YEJ-D-DR-CR          PIC X(1).
           05 YEJ-D-TRAN-TYPE      PIC X(2).
           05 YEJ-D-CURRENCY       PIC X(3).
           05 YEJ-D-AMOUNT         PIC 9(12)V99.
           05 FILLER               PIC X(17).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       FD  CLOSE-REPORT.
       01  CLOSE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-GLP-STATUS           PIC XX.
       01  WS-GLS-STATUS           PIC XX.
       01  WS-GLC-STATUS           PIC XX.
       01  WS-YEJ-STATUS           PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-OPERATION            PIC X(10).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-PERIOD-IMAGE   PIC X(80).
       01  WS-RE-ACCOUNT           PIC X(8).

       01  WS-PERIOD               PIC X(6).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01  WS-NEXT-PERIOD          PIC X(6).
       01  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MONTH        PIC 9(2).
       01  WS-LAST-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-LAST-STATUS          PIC X(1) VALUE SPACE.
       01  WS-FIRST-OF-NEXT        PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-PERIOD-END-DATE      PIC 9(8).

       01  WS-PERIOD-EOF           PIC X VALUE 'N'.
       01  WS-BAL-EOF              PIC X VALUE 'N'.
       01  WS-SNAP-EOF             PIC X VALUE 'N'.
       01  WS-PERIOD-FOUND         PIC X VALUE 'N'.
       01  WS-RUN-REFUSED          PIC X VALUE 'N'.
       01  WS-CLASS-OPEN           PIC X VALUE 'N'.

       01  WS-ACCOUNT-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNCLASSIFIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-ROLLED-COUNT         PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPENING        PIC S9(14)V99 VALUE 0.
       01  WS-TOTAL-DEBITS         PIC 9(14)V99 VALUE 0.
       01  WS-TOTAL-CREDITS        PIC 9(14)V99 VALUE 0.
       01  WS-TOTAL-CLOSING        PIC S9(14)V99 VALUE 0.
       01  WS-JOURNAL-DEBITS       PIC 9(13)V99 VALUE 0.
       01  WS-JOURNAL-CREDITS      PIC 9(13)V99 VALUE 0.
       01  WS-LEG-AMOUNT           PIC S9(13)V99.

      *    One slot per currency the year-end rollover touches, with
      *    the net income and expense balance still to go to retained
      *    earnings in that currency.
       01  WS-CURRENCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 50 TIMES.
              10 WS-CCY-CODE       PIC X(3).
              10 WS-CCY-NET        PIC S9(13)V99.
       01  WS-CCY-COUNT            PIC 9(3) VALUE 0.
       01  WS-CCY-SUB              PIC 9(3).
       01  WS-CCY-FOUND            PIC X VALUE 'N'.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '          GENERAL LEDGER PERIOD CLOSE'.
           05 FILLER               PIC X(88) VALUE SPACES.

       01  REPORT-HEADER-2.
           05 FILLER               PIC X(11) VALUE 'Operation: '.
           05 RH-OPERATION         PIC X(10).
           05 FILLER               PIC X(10) VALUE '  Period: '.
           05 RH-PERIOD            PIC X(6).
           05 FILLER               PIC X(12) VALUE '  Operator: '.
           05 RH-OPERATOR          PIC X(8).
           05 FILLER               PIC X(10) VALUE '  Run On: '.
           05 RH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(57) VALUE SPACES.

       01  CLOSE-COLUMN-HEADER.
           05 FILLER               PIC X(14) VALUE 'ACCOUNT   CUR '.
           05 FILLER               PIC X(22) VALUE
              '       OPENING BALANCE'.
           05 FILLER               PIC X(22) VALUE
              '         PERIOD DEBITS'.
           05 FILLER               PIC X(22) VALUE
              '        PERIOD CREDITS'.
           05 FILLER               PIC X(23) VALUE
              '        CLOSING BALANCE'.
           05 FILLER               PIC X(29) VALUE SPACES.

       01  CLOSE-DETAIL-LINE.
           05 CD-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CD-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CD-OPENING           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CD-DEBITS            PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CD-CREDITS           PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CD-CLOSING           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(30) VALUE SPACES.

       01  YEAR-END-COLUMN-HEADER.
           05 FILLER               PIC X(50) VALUE
              'ACCOUNT   CUR  TYPE  SIDE              AMOUNT'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  YEAR-END-DETAIL-LINE.
           05 YD-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 YD-CURRENCY          PIC X(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 YD-TYPE              PIC X(1).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 YD-SIDE              PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 YD-AMOUNT            PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 YD-NOTE              PIC X(40).
           05 FILLER               PIC X(44) VALUE SPACES.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(132).

       01  TOTAL-LINE.
           05 TL-LABEL             PIC X(14).
           05 TL-OPENING           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TL-DEBITS            PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TL-CREDITS           PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TL-CLOSING           PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(30) VALUE SPACES.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           EVALUATE WS-OPERATION
              WHEN 'CLOSE'
                 PERFORM CLOSE-PERIOD
              WHEN 'YEAREND'
                 PERFORM YEAR-END-ROLLOVER
              WHEN 'REOPEN'
                 PERFORM REOPEN-PERIOD
           END-EVALUATE
           PERFORM FINALIZATION
           STOP RUN.

      *    Every operation is signed on, so the period record and
      *    the RATAUDIT image carry a real operator; reopening a
      *    month finance has reported needs supervisor authority.
       INITIALIZATION.
           DISPLAY 'Starting GL Period Close'
           DISPLAY 'Enter operation (CLOSE/YEAREND/REOPEN): '
           ACCEPT WS-OPERATION
           IF WS-OPERATION NOT = 'CLOSE' AND
              WS-OPERATION NOT = 'YEAREND' AND
              WS-OPERATION NOT = 'REOPEN'
              DISPLAY 'Invalid operation'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Enter Period (CCYYMM): '
           ACCEPT WS-PERIOD
           IF WS-PERIOD NOT NUMERIC OR
              WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
              DISPLAY 'Period must be CCYYMM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPERATION = 'YEAREND'
              DISPLAY 'Enter Retained Earnings Account: '
              ACCEPT WS-RE-ACCOUNT
           END-IF
           MOVE 'GLCLOSE ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           IF SGN-OK NOT = 'Y'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPERATION = 'REOPEN' AND SGN-AUTHORITY NOT = 'S'
              DISPLAY 'Supervisor authority required to reopen '
                 'a closed period'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           OPEN I-O GL-BALANCE-FILE
           IF WS-GLB-STATUS NOT = '00'
              OPEN OUTPUT GL-BALANCE-FILE
              CLOSE GL-BALANCE-FILE
              OPEN I-O GL-BALANCE-FILE
           END-IF
           OPEN I-O GL-PERIOD-FILE
           IF WS-GLP-STATUS NOT = '00'
              OPEN OUTPUT GL-PERIOD-FILE
              CLOSE GL-PERIOD-FILE
              OPEN I-O GL-PERIOD-FILE
           END-IF
           OPEN I-O GL-SNAPSHOT-FILE
           IF WS-GLS-STATUS NOT = '00'
              OPEN OUTPUT GL-SNAPSHOT-FILE
              CLOSE GL-SNAPSHOT-FILE
              OPEN I-O GL-SNAPSHOT-FILE
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           OPEN OUTPUT CLOSE-REPORT
           IF WS-GLB-STATUS NOT = '00' OR WS-GLP-STATUS NOT = '00'
              OR WS-GLS-STATUS NOT = '00'
              OR WS-AUDIT-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE CLOSE-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-OPERATION TO RH-OPERATION
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-OPERATOR-ID TO RH-OPERATOR
           MOVE WS-ACCEPT-DATE TO RH-RUN-DATE
           WRITE CLOSE-REPORT-LINE FROM REPORT-HEADER-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           PERFORM FIND-LAST-PERIOD.

      *    The latest month on GLPERIOD decides which month may be
      *    closed next and which one may be reopened or rolled.
       FIND-LAST-PERIOD.
           MOVE LOW-VALUES TO GLP-PERIOD
           START GL-PERIOD-FILE KEY IS NOT LESS THAN GLP-PERIOD
              INVALID KEY
                 MOVE 'Y' TO WS-PERIOD-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-PERIOD-EOF
           END-START
           PERFORM READ-NEXT-PERIOD UNTIL WS-PERIOD-EOF = 'Y'
           MOVE WS-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
              INVALID KEY
                 MOVE 'N' TO WS-PERIOD-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PERIOD-FOUND
           END-READ.

       READ-NEXT-PERIOD.
           READ GL-PERIOD-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PERIOD-EOF
              NOT AT END
                 MOVE GLP-PERIOD TO WS-LAST-PERIOD
                 MOVE GLP-STATUS TO WS-LAST-STATUS
           END-READ.

      *    A reopened month is simply closed again - GLPOST has kept
      *    its snapshot up to date with the late journals. A new
      *    month must be the one after the last closed month, and
      *    nothing new closes while an earlier month stands reopened.
       CLOSE-PERIOD.
           IF WS-PERIOD-FOUND = 'Y'
              IF GLP-REOPENED
                 PERFORM RECLOSE-PERIOD
              ELSE
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-PERIOD ' IS ALREADY CLOSED'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM CHECK-CLOSE-SEQUENCE
              IF WS-RUN-REFUSED = 'N'
                 PERFORM SNAPSHOT-AND-RESET
              END-IF
           END-IF.

       CHECK-CLOSE-SEQUENCE.
           IF WS-LAST-PERIOD NOT = SPACES
              IF WS-LAST-STATUS = 'R'
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-LAST-PERIOD
                    ' IS REOPENED - CLOSE IT AGAIN BEFORE CLOSING '
                    WS-PERIOD DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              ELSE
                 MOVE WS-LAST-PERIOD TO WS-NEXT-PERIOD
                 IF WS-NEXT-MONTH = 12
                    ADD 1 TO WS-NEXT-YEAR
                    MOVE 1 TO WS-NEXT-MONTH
                 ELSE
                    ADD 1 TO WS-NEXT-MONTH
                 END-IF
                 IF WS-PERIOD NOT = WS-NEXT-PERIOD
                    MOVE SPACES TO ML-TEXT
                    STRING 'LAST CLOSED PERIOD IS ' WS-LAST-PERIOD
                       ' - NEXT PERIOD TO CLOSE IS ' WS-NEXT-PERIOD
                       DELIMITED BY SIZE INTO ML-TEXT
                    PERFORM REFUSE-RUN
                 END-IF
              END-IF
           END-IF.

       SNAPSHOT-AND-RESET.
           WRITE CLOSE-REPORT-LINE FROM CLOSE-COLUMN-HEADER
           MOVE LOW-VALUES TO GLB-KEY
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BAL-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BAL-EOF
           END-START
           PERFORM SNAPSHOT-NEXT-BALANCE UNTIL WS-BAL-EOF = 'Y'
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE 'TOTALS' TO TL-LABEL
           MOVE WS-TOTAL-OPENING TO TL-OPENING
           MOVE WS-TOTAL-DEBITS TO TL-DEBITS
           MOVE WS-TOTAL-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-CLOSING TO TL-CLOSING
           WRITE CLOSE-REPORT-LINE FROM TOTAL-LINE
           MOVE SPACES TO GL-PERIOD-RECORD
           MOVE WS-PERIOD TO GLP-PERIOD
           MOVE 'C' TO GLP-STATUS
           MOVE WS-ACCEPT-DATE TO GLP-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO GLP-CLOSED-BY
           MOVE 'N' TO GLP-YEAR-END-FLAG
           MOVE SPACES TO WS-SAVED-PERIOD-IMAGE
           WRITE GL-PERIOD-RECORD
              INVALID KEY
                 DISPLAY 'Error writing period record ' WS-PERIOD
                 MOVE 16 TO RETURN-CODE
              NOT INVALID KEY
                 PERFORM WRITE-PERIOD-AUDIT
           END-WRITE
           MOVE SPACES TO ML-TEXT
           STRING 'PERIOD ' WS-PERIOD ' CLOSED - '
              WS-ACCOUNT-COUNT ' BALANCES SNAPSHOT'
              DELIMITED BY SIZE INTO ML-TEXT
           WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
           DISPLAY ML-TEXT
           IF WS-TOTAL-CLOSING NOT = 0
              DISPLAY 'CLOSING BALANCES DO NOT NET TO ZERO: '
                 WS-TOTAL-CLOSING
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    Opening balance is worked back from the closing balance
      *    and the month's movement, so the snapshot re-adds on its
      *    own without the prior month's record.
       SNAPSHOT-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BAL-EOF
              NOT AT END
                 ADD 1 TO WS-ACCOUNT-COUNT
                 MOVE WS-PERIOD TO GLS-PERIOD
                 MOVE GLB-ACCOUNT TO GLS-ACCOUNT
                 MOVE GLB-CURRENCY TO GLS-CURRENCY
                 COMPUTE GLS-OPENING-BALANCE = GLB-BALANCE
                    - GLB-PTD-DEBITS + GLB-PTD-CREDITS
                 MOVE GLB-PTD-DEBITS TO GLS-PTD-DEBITS
                 MOVE GLB-PTD-CREDITS TO GLS-PTD-CREDITS
                 MOVE GLB-BALANCE TO GLS-CLOSING-BALANCE
                 MOVE 0 TO GLS-YEAR-END-AMOUNT
                 WRITE GL-SNAPSHOT-RECORD
                    INVALID KEY
                       REWRITE GL-SNAPSHOT-RECORD
                 END-WRITE
                 MOVE GLB-ACCOUNT TO CD-ACCOUNT
                 MOVE GLB-CURRENCY TO CD-CURRENCY
                 MOVE GLS-OPENING-BALANCE TO CD-OPENING
                 MOVE GLB-PTD-DEBITS TO CD-DEBITS
                 MOVE GLB-PTD-CREDITS TO CD-CREDITS
                 MOVE GLB-BALANCE TO CD-CLOSING
                 WRITE CLOSE-REPORT-LINE FROM CLOSE-DETAIL-LINE
                 ADD GLS-OPENING-BALANCE TO WS-TOTAL-OPENING
                 ADD GLB-PTD-DEBITS TO WS-TOTAL-DEBITS
                 ADD GLB-PTD-CREDITS TO WS-TOTAL-CREDITS
                 ADD GLB-BALANCE TO WS-TOTAL-CLOSING
                 MOVE 0 TO GLB-PTD-DEBITS
                 MOVE 0 TO GLB-PTD-CREDITS
                 REWRITE GL-BALANCE-RECORD
           END-READ.

       RECLOSE-PERIOD.
           MOVE GL-PERIOD-RECORD TO WS-SAVED-PERIOD-IMAGE
           MOVE 'C' TO GLP-STATUS
           MOVE WS-ACCEPT-DATE TO GLP-CLOSED-DATE
           MOVE WS-OPERATOR-ID TO GLP-CLOSED-BY
           REWRITE GL-PERIOD-RECORD
           IF WS-GLP-STATUS = '00'
              PERFORM WRITE-PERIOD-AUDIT
              MOVE SPACES TO ML-TEXT
              STRING 'REOPENED PERIOD ' WS-PERIOD ' CLOSED AGAIN'
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
              DISPLAY ML-TEXT
           ELSE
              DISPLAY 'Error rewriting period record ' WS-PERIOD
              MOVE 16 TO RETURN-CODE
           END-IF.

      *    Only the most recently closed month can be reopened, and
      *    not once its year-end rollover has been applied - a late
      *    income or expense posting would then sit outside the
      *    rolled balance.
       REOPEN-PERIOD.
           IF WS-PERIOD-FOUND = 'N'
              MOVE SPACES TO ML-TEXT
              STRING 'PERIOD ' WS-PERIOD ' HAS NOT BEEN CLOSED'
                 DELIMITED BY SIZE INTO ML-TEXT
              PERFORM REFUSE-RUN
           ELSE
              IF GLP-REOPENED
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-PERIOD ' IS ALREADY REOPENED'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
              IF WS-RUN-REFUSED = 'N' AND
                 WS-PERIOD NOT = WS-LAST-PERIOD
                 MOVE SPACES TO ML-TEXT
                 STRING 'ONLY THE LAST CLOSED PERIOD ('
                    WS-LAST-PERIOD ') MAY BE REOPENED'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
              IF WS-RUN-REFUSED = 'N' AND GLP-YEAR-END-DONE
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-PERIOD
                    ' HAS BEEN ROLLED AT YEAR END - NOT REOPENED'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
           END-IF
           IF WS-RUN-REFUSED = 'N'
              MOVE GL-PERIOD-RECORD TO WS-SAVED-PERIOD-IMAGE
              MOVE 'R' TO GLP-STATUS
              MOVE WS-ACCEPT-DATE TO GLP-REOPENED-DATE
              MOVE WS-OPERATOR-ID TO GLP-REOPENED-BY
              REWRITE GL-PERIOD-RECORD
              IF WS-GLP-STATUS = '00'
                 PERFORM WRITE-PERIOD-AUDIT
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-PERIOD ' REOPENED BY '
                    WS-OPERATOR-ID DELIMITED BY SIZE INTO ML-TEXT
                 WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
                 DISPLAY ML-TEXT
              ELSE
                 DISPLAY 'Error rewriting period record ' WS-PERIOD
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.

      *    The rollover works from the closed month's snapshot, not
      *    from live GLBAL, so it is exact however far the new year's
      *    postings have run. It is refused unless the month is the
      *    last closed, closed (not reopened) and not yet rolled, and
      *    the retained-earnings account is classified as equity.
      *    Pass one proves every account on the snapshot is
      *    classified and nets the income and expense balances per
      *    currency; pass two writes and applies the journal.
       YEAR-END-ROLLOVER.
           PERFORM CHECK-YEAR-END-ALLOWED
           IF WS-RUN-REFUSED = 'N'
              OPEN INPUT GL-CLASS-FILE
              IF WS-GLC-STATUS NOT = '00'
                 MOVE SPACES TO ML-TEXT
                 STRING 'GL CLASSIFICATION FILE NOT AVAILABLE'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              ELSE
                 MOVE 'Y' TO WS-CLASS-OPEN
              END-IF
           END-IF
           IF WS-RUN-REFUSED = 'N'
              MOVE WS-RE-ACCOUNT TO GLC-ACCOUNT
              READ GL-CLASS-FILE
                 INVALID KEY
                    MOVE SPACE TO GLC-ACCT-TYPE
              END-READ
              IF NOT GLC-EQUITY
                 MOVE SPACES TO ML-TEXT
                 STRING 'RETAINED EARNINGS ACCOUNT ' WS-RE-ACCOUNT
                    ' IS NOT CLASSIFIED AS EQUITY'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
           END-IF
           IF WS-RUN-REFUSED = 'N'
              PERFORM START-SNAPSHOT-BROWSE
              PERFORM CLASSIFY-NEXT-SNAPSHOT UNTIL WS-SNAP-EOF = 'Y'
              IF WS-UNCLASSIFIED-COUNT > 0
                 MOVE SPACES TO ML-TEXT
                 STRING WS-UNCLASSIFIED-COUNT
                    ' ACCOUNTS HAVE NO CLASSIFICATION - YEAR END '
                    'NOT RUN' DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
           END-IF
           IF WS-RUN-REFUSED = 'N'
              PERFORM WRITE-CLOSING-JOURNAL
           END-IF
           IF WS-CLASS-OPEN = 'Y'
              CLOSE GL-CLASS-FILE
           END-IF.

       CHECK-YEAR-END-ALLOWED.
           IF WS-PERIOD-FOUND = 'N'
              MOVE SPACES TO ML-TEXT
              STRING 'PERIOD ' WS-PERIOD
                 ' MUST BE CLOSED BEFORE THE YEAR END IS RUN'
                 DELIMITED BY SIZE INTO ML-TEXT
              PERFORM REFUSE-RUN
           ELSE
              IF GLP-REOPENED
                 MOVE SPACES TO ML-TEXT
                 STRING 'PERIOD ' WS-PERIOD
                    ' IS REOPENED - CLOSE IT BEFORE THE YEAR END'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
              IF WS-RUN-REFUSED = 'N' AND GLP-YEAR-END-DONE
                 MOVE SPACES TO ML-TEXT
                 STRING 'YEAR END ALREADY APPLIED FOR ' WS-PERIOD
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
              IF WS-RUN-REFUSED = 'N' AND
                 WS-PERIOD NOT = WS-LAST-PERIOD
                 MOVE SPACES TO ML-TEXT
                 STRING 'A LATER PERIOD (' WS-LAST-PERIOD
                    ') IS ALREADY CLOSED - YEAR END NOT RUN'
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
           END-IF
           IF WS-RE-ACCOUNT = SPACES AND WS-RUN-REFUSED = 'N'
              MOVE SPACES TO ML-TEXT
              STRING 'RETAINED EARNINGS ACCOUNT REQUIRED'
                 DELIMITED BY SIZE INTO ML-TEXT
              PERFORM REFUSE-RUN
           END-IF.

       START-SNAPSHOT-BROWSE.
           MOVE LOW-VALUES TO GLS-KEY
           MOVE WS-PERIOD TO GLS-PERIOD
           START GL-SNAPSHOT-FILE KEY IS NOT LESS THAN GLS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SNAP-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-SNAP-EOF
           END-START.

       CLASSIFY-NEXT-SNAPSHOT.
           READ GL-SNAPSHOT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SNAP-EOF
              NOT AT END
                 IF GLS-PERIOD NOT = WS-PERIOD
                    MOVE 'Y' TO WS-SNAP-EOF
                 ELSE
                    PERFORM CLASSIFY-SNAPSHOT-ACCOUNT
                 END-IF
           END-READ.

       CLASSIFY-SNAPSHOT-ACCOUNT.
           MOVE GLS-ACCOUNT TO GLC-ACCOUNT
           READ GL-CLASS-FILE
              INVALID KEY
                 ADD 1 TO WS-UNCLASSIFIED-COUNT
                 MOVE SPACES TO ML-TEXT
                 STRING 'UNCLASSIFIED ACCOUNT: ' GLS-ACCOUNT
                    ' ' GLS-CURRENCY DELIMITED BY SIZE INTO ML-TEXT
                 WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
                 DISPLAY ML-TEXT
              NOT INVALID KEY
                 IF (GLC-INCOME OR GLC-EXPENSE) AND
                    GLS-CLOSING-BALANCE NOT = 0
                    PERFORM ACCUMULATE-ROLLOVER
                 END-IF
           END-READ.

      *    A debit balance is cleared by a credit and a credit
      *    balance by a debit; the currency's net goes to retained
      *    earnings on the opposite side.
       ACCUMULATE-ROLLOVER.
           IF GLS-CLOSING-BALANCE > 0
              ADD GLS-CLOSING-BALANCE TO WS-JOURNAL-CREDITS
           ELSE
              SUBTRACT GLS-CLOSING-BALANCE FROM WS-JOURNAL-DEBITS
           END-IF
           MOVE 'N' TO WS-CCY-FOUND
           MOVE 1 TO WS-CCY-SUB
           PERFORM MATCH-CURRENCY
              UNTIL WS-CCY-FOUND = 'Y' OR WS-CCY-SUB > WS-CCY-COUNT
           IF WS-CCY-FOUND = 'N'
              IF WS-CCY-COUNT < 50
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-SUB
                 MOVE GLS-CURRENCY TO WS-CCY-CODE(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-NET(WS-CCY-SUB)
                 MOVE 'Y' TO WS-CCY-FOUND
              ELSE
                 MOVE SPACES TO ML-TEXT
                 STRING 'CURRENCY TABLE FULL AT ' GLS-CURRENCY
                    DELIMITED BY SIZE INTO ML-TEXT
                 PERFORM REFUSE-RUN
              END-IF
           END-IF
           IF WS-CCY-FOUND = 'Y'
              ADD GLS-CLOSING-BALANCE TO WS-CCY-NET(WS-CCY-SUB)
           END-IF.

       MATCH-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-SUB) = GLS-CURRENCY
              MOVE 'Y' TO WS-CCY-FOUND
           ELSE
              ADD 1 TO WS-CCY-SUB
           END-IF.

      *    The retained-earnings legs are added into the header
      *    totals before it is written, so the journal proves the
      *    same way GLPOST proves a nightly GLJRNL.
       WRITE-CLOSING-JOURNAL.
           MOVE 1 TO WS-CCY-SUB
           PERFORM TOTAL-RETAINED-LEG UNTIL WS-CCY-SUB > WS-CCY-COUNT
           OPEN OUTPUT YEAR-END-JOURNAL
           IF WS-YEJ-STATUS NOT = '00'
              DISPLAY 'Error opening year-end journal'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-NEXT-PERIOD
           IF WS-NEXT-MONTH = 12
              ADD 1 TO WS-NEXT-YEAR
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-FIRST-OF-NEXT = WS-NEXT-YEAR * 10000
              + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-NEXT) - 1
           COMPUTE WS-PERIOD-END-DATE =
              FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE 'H' TO YEJ-H-REC-TYPE
           MOVE WS-PERIOD-END-DATE TO YEJ-H-RUN-DATE
           MOVE 1 TO YEJ-H-CYCLE
           MOVE WS-JOURNAL-DEBITS TO YEJ-H-TOTAL-DEBITS
           MOVE WS-JOURNAL-CREDITS TO YEJ-H-TOTAL-CREDITS
           COMPUTE YEJ-H-NET-AMOUNT =
              WS-JOURNAL-DEBITS - WS-JOURNAL-CREDITS
           WRITE YE-JOURNAL-HEADER
           WRITE CLOSE-REPORT-LINE FROM YEAR-END-COLUMN-HEADER
           PERFORM START-SNAPSHOT-BROWSE
           PERFORM ROLL-NEXT-SNAPSHOT UNTIL WS-SNAP-EOF = 'Y'
           MOVE 1 TO WS-CCY-SUB
           PERFORM POST-RETAINED-LEG UNTIL WS-CCY-SUB > WS-CCY-COUNT
           CLOSE YEAR-END-JOURNAL
           MOVE WS-PERIOD TO GLP-PERIOD
           READ GL-PERIOD-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           MOVE GL-PERIOD-RECORD TO WS-SAVED-PERIOD-IMAGE
           MOVE 'Y' TO GLP-YEAR-END-FLAG
           MOVE WS-ACCEPT-DATE TO GLP-YEAR-END-DATE
           MOVE WS-OPERATOR-ID TO GLP-YEAR-END-BY
           REWRITE GL-PERIOD-RECORD
           PERFORM WRITE-PERIOD-AUDIT
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO ML-TEXT
           STRING 'YEAR END APPLIED FOR ' WS-PERIOD ' - '
              WS-ROLLED-COUNT ' BALANCES ROLLED TO ' WS-RE-ACCOUNT
              DELIMITED BY SIZE INTO ML-TEXT
           WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
           DISPLAY ML-TEXT.

       TOTAL-RETAINED-LEG.
           IF WS-CCY-NET(WS-CCY-SUB) > 0
              ADD WS-CCY-NET(WS-CCY-SUB) TO WS-JOURNAL-DEBITS
           ELSE
              SUBTRACT WS-CCY-NET(WS-CCY-SUB) FROM WS-JOURNAL-CREDITS
           END-IF
           ADD 1 TO WS-CCY-SUB.

       ROLL-NEXT-SNAPSHOT.
           READ GL-SNAPSHOT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SNAP-EOF
              NOT AT END
                 IF GLS-PERIOD NOT = WS-PERIOD
                    MOVE 'Y' TO WS-SNAP-EOF
                 ELSE
                    MOVE GLS-ACCOUNT TO GLC-ACCOUNT
                    READ GL-CLASS-FILE
                       INVALID KEY
                          MOVE SPACE TO GLC-ACCT-TYPE
                    END-READ
                    IF (GLC-INCOME OR GLC-EXPENSE) AND
                       GLS-CLOSING-BALANCE NOT = 0
                       PERFORM ROLL-SNAPSHOT-ACCOUNT
                    END-IF
                 END-IF
           END-READ.

      *    The closing leg is taken off the live GLBAL balance as
      *    well as recorded against the month's snapshot; the
      *    period-to-date buckets already belong to the new month
      *    and are left alone.
       ROLL-SNAPSHOT-ACCOUNT.
           MOVE SPACES TO YE-JOURNAL-DETAIL
           MOVE 'D' TO YEJ-D-REC-TYPE
           MOVE GLS-ACCOUNT TO YEJ-D-ACCOUNT
           MOVE 'YE' TO YEJ-D-TRAN-TYPE
           MOVE GLS-CURRENCY TO YEJ-D-CURRENCY
           IF GLS-CLOSING-BALANCE > 0
              MOVE 'C' TO YEJ-D-DR-CR
              MOVE GLS-CLOSING-BALANCE TO YEJ-D-AMOUNT
           ELSE
              MOVE 'D' TO YEJ-D-DR-CR
              COMPUTE YEJ-D-AMOUNT = 0 - GLS-CLOSING-BALANCE
           END-IF
           WRITE YE-JOURNAL-DETAIL
           MOVE GLS-ACCOUNT TO YD-ACCOUNT
           MOVE GLS-CURRENCY TO YD-CURRENCY
           MOVE GLC-ACCT-TYPE TO YD-TYPE
           MOVE YEJ-D-DR-CR TO YD-SIDE
           MOVE YEJ-D-AMOUNT TO YD-AMOUNT
           MOVE SPACES TO YD-NOTE
           WRITE CLOSE-REPORT-LINE FROM YEAR-END-DETAIL-LINE
           COMPUTE GLS-YEAR-END-AMOUNT = 0 - GLS-CLOSING-BALANCE
           REWRITE GL-SNAPSHOT-RECORD
           MOVE GLS-ACCOUNT TO GLB-ACCOUNT
           MOVE GLS-CURRENCY TO GLB-CURRENCY
           READ GL-BALANCE-FILE
              INVALID KEY
                 DISPLAY 'GLBAL RECORD MISSING FOR ' GLB-KEY
                 MOVE 12 TO RETURN-CODE
              NOT INVALID KEY
                 SUBTRACT GLS-CLOSING-BALANCE FROM GLB-BALANCE
                 REWRITE GL-BALANCE-RECORD
           END-READ
           ADD 1 TO WS-ROLLED-COUNT.

       POST-RETAINED-LEG.
           IF WS-CCY-NET(WS-CCY-SUB) NOT = 0
              MOVE WS-CCY-NET(WS-CCY-SUB) TO WS-LEG-AMOUNT
              MOVE SPACES TO YE-JOURNAL-DETAIL
              MOVE 'D' TO YEJ-D-REC-TYPE
              MOVE WS-RE-ACCOUNT TO YEJ-D-ACCOUNT
              MOVE 'YE' TO YEJ-D-TRAN-TYPE
              MOVE WS-CCY-CODE(WS-CCY-SUB) TO YEJ-D-CURRENCY
              IF WS-LEG-AMOUNT > 0
                 MOVE 'D' TO YEJ-D-DR-CR
                 MOVE WS-LEG-AMOUNT TO YEJ-D-AMOUNT
              ELSE
                 MOVE 'C' TO YEJ-D-DR-CR
                 COMPUTE YEJ-D-AMOUNT = 0 - WS-LEG-AMOUNT
              END-IF
              WRITE YE-JOURNAL-DETAIL
              MOVE WS-RE-ACCOUNT TO YD-ACCOUNT
              MOVE WS-CCY-CODE(WS-CCY-SUB) TO YD-CURRENCY
              MOVE 'Q' TO YD-TYPE
              MOVE YEJ-D-DR-CR TO YD-SIDE
              MOVE YEJ-D-AMOUNT TO YD-AMOUNT
              MOVE 'RETAINED EARNINGS' TO YD-NOTE
              WRITE CLOSE-REPORT-LINE FROM YEAR-END-DETAIL-LINE
              PERFORM APPLY-RETAINED-LEG
           END-IF
           ADD 1 TO WS-CCY-SUB.

       APPLY-RETAINED-LEG.
           MOVE WS-PERIOD TO GLS-PERIOD
           MOVE WS-RE-ACCOUNT TO GLS-ACCOUNT
           MOVE WS-CCY-CODE(WS-CCY-SUB) TO GLS-CURRENCY
           READ GL-SNAPSHOT-FILE
              INVALID KEY
                 MOVE 0 TO GLS-OPENING-BALANCE
                 MOVE 0 TO GLS-PTD-DEBITS
                 MOVE 0 TO GLS-PTD-CREDITS
                 MOVE 0 TO GLS-CLOSING-BALANCE
                 MOVE WS-LEG-AMOUNT TO GLS-YEAR-END-AMOUNT
                 WRITE GL-SNAPSHOT-RECORD
              NOT INVALID KEY
                 ADD WS-LEG-AMOUNT TO GLS-YEAR-END-AMOUNT
                 REWRITE GL-SNAPSHOT-RECORD
           END-READ
           MOVE WS-RE-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-CCY-CODE(WS-CCY-SUB) TO GLB-CURRENCY
           READ GL-BALANCE-FILE
              INVALID KEY
                 MOVE WS-LEG-AMOUNT TO GLB-BALANCE
                 MOVE 0 TO GLB-PTD-DEBITS
                 MOVE 0 TO GLB-PTD-CREDITS
                 MOVE WS-PERIOD-END-DATE TO GLB-LAST-POST-DATE
                 WRITE GL-BALANCE-RECORD
              NOT INVALID KEY
                 ADD WS-LEG-AMOUNT TO GLB-BALANCE
                 REWRITE GL-BALANCE-RECORD
           END-READ.

       REFUSE-RUN.
           MOVE 'Y' TO WS-RUN-REFUSED
           WRITE CLOSE-REPORT-LINE FROM MESSAGE-LINE
           DISPLAY ML-TEXT
           MOVE 16 TO RETURN-CODE.

       WRITE-PERIOD-AUDIT.
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'GLPERIOD' TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
           MOVE WS-SAVED-PERIOD-IMAGE TO RAUD-OLD-IMAGE
           MOVE GL-PERIOD-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       FINALIZATION.
           CLOSE GL-BALANCE-FILE
           CLOSE GL-PERIOD-FILE
           CLOSE GL-SNAPSHOT-FILE
           CLOSE RATE-AUDIT-LOG
           CLOSE CLOSE-REPORT
           DISPLAY 'GL Period Close Complete'.
