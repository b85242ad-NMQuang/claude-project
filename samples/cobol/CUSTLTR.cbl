       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLTR.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER LETTER RUN                                           *
      * Reads the CUSTSWP metrics extract (the one shared nightly     *
      * pass over CUSTOMER-FILE) and writes the customer letters      *
      * from the templates on LTRTMPL:                                *
      *   DUN30 / DUN60 / DUN90 - the account has been overdrawn      *
      *     30, 60 or 90 days by COLLAGE's COLLTRK first-breach       *
      *     date (run after COLLAGE so cured accounts are gone);      *
      *   PREDORM - an active account whose last activity will        *
      *     make it dormant within the warning days entered, at       *
      *     the same dormancy age DORMANT is run with;                *
      *   HOLD - a hold in force on HOLDFILE;                         *
      *   DSPDECL - disputes DISPMNT has declined since the last      *
      *     run, queued on DSPNOTE (up to six to a letter, the rest   *
      *     the next night); the queue entries go once it is sent.    *
      * Delivery follows CUST-STMT-DELIVERY as STMTGEN does: E the    *
      * extract (LTREXTR) only, B both, anything else the print       *
      * file (LTRPRT). Every letter sent is logged on LTRLOG under    *
      * the customer, letter code and the date of the event it is     *
      * about (first breach, last activity, hold placed), so the      *
      * same letter never goes twice for the same event, and a        *
      * CUSTNOTE entry is added so the phone desk sees it in          *
      * CUSTINQ. A letter whose template has no lines is not sent     *
      * and is listed on the register (LTRRPT) to be sent the         *
      * next night once LTRMNT has the template.                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMETR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CUST-STATUS.

           SELECT TRACKING-FILE ASSIGN TO 'COLLTRK'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CUST-ID
           FILE STATUS IS WS-TRK-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-CUST-ID
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO 'LTRTMPL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-TMPL-STATUS.

           SELECT LETTER-LOG ASSIGN TO 'LTRLOG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LL-KEY
           FILE STATUS IS WS-LOG-STATUS.

           SELECT NOTES-FILE ASSIGN TO 'CUSTNOTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTE-KEY
           FILE STATUS IS WS-NOTE-STATUS.

           SELECT DISPUTE-NOTICE-FILE ASSIGN TO 'DSPNOTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-KEY
           FILE STATUS IS WS-DNOT-STATUS.

           SELECT LETTER-PRINT ASSIGN TO 'LTRPRT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRT-STATUS.

           SELECT LETTER-EXTRACT ASSIGN TO 'LTREXTR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EXTR-STATUS.

           SELECT LETTER-REGISTER ASSIGN TO 'LTRRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  TRACKING-FILE.
       01  TRACKING-RECORD.
           05 CT-CUST-ID           PIC 9(10).
           05 CT-FIRST-BREACH-DATE PIC X(10).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-CUST-ID         PIC 9(10).
           05 HOLD-TYPE            PIC X(2).
              88 HOLD-ALL-TRANSACTIONS VALUE 'AL'.
              88 HOLD-DEBITS-ONLY      VALUE 'DB'.
              88 HOLD-TRANSFERS-OUT    VALUE 'TO'.
              88 HOLD-OVER-AMOUNT      VALUE 'AM'.
           05 HOLD-THRESHOLD-AMOUNT PIC 9(10)V99.
           05 HOLD-PLACED-DATE     PIC X(10).
           05 HOLD-EXPIRY-DATE     PIC X(10).
           05 HOLD-REASON          PIC X(50).
           05 HOLD-ACCT-NO         PIC 9(4).

       FD  TEMPLATE-FILE.
           COPY LTRTMREC.

       FD  LETTER-LOG.
       01  LETTER-LOG-RECORD.
           05 LL-KEY.
              10 LL-CUST-ID        PIC 9(10).
              10 LL-LETTER-CODE    PIC X(8).
              10 LL-EVENT-DATE     PIC X(10).
           05 LL-SENT-DATE         PIC X(10).
           05 LL-DELIVERY          PIC X(1).

       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 NOTE-KEY.
              10 NOTE-CUST-ID      PIC 9(10).
              10 NOTE-SEQ          PIC 9(5).
           05 NOTE-TIMESTAMP       PIC X(20).
           05 NOTE-OPERATOR        PIC X(8).
           05 NOTE-CATEGORY        PIC X(10).
           05 NOTE-TEXT            PIC X(200).

       FD  DISPUTE-NOTICE-FILE.
           COPY DSPNREC.

       FD  LETTER-PRINT.
       01  LETTER-PRINT-LINE       PIC X(132).

       FD  LETTER-EXTRACT.
       01  EXTRACT-HEADER-RECORD.
           05 EX-H-REC-TYPE        PIC X(1).
           05 EX-H-CUST-ID         PIC 9(10).
           05 EX-H-CUST-NAME       PIC X(50).
           05 EX-H-CUST-EMAIL      PIC X(100).
           05 EX-H-LETTER-CODE     PIC X(8).
           05 EX-H-EVENT-DATE      PIC X(10).
           05 EX-H-LETTER-DATE     PIC X(10).
           05 EX-H-LINE-COUNT      PIC 9(3).
       01  EXTRACT-DETAIL-RECORD.
           05 EX-D-REC-TYPE        PIC X(1).
           05 EX-D-CUST-ID         PIC 9(10).
           05 EX-D-LINE-NO         PIC 9(3).
           05 EX-D-TEXT            PIC X(80).
           05 FILLER               PIC X(98).

       FD  LETTER-REGISTER.
       01  LETTER-REGISTER-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-TRK-STATUS           PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-TMPL-STATUS          PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-DNOT-STATUS          PIC XX.
       01  WS-PRT-STATUS           PIC XX.
       01  WS-EXTR-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-DORMANT-MONTHS       PIC 9(3).
       01  WS-WARNING-DAYS         PIC 9(3).
       01  WS-RUN-INTEGER          PIC 9(8).
       01  WS-RUN-SERIAL           PIC 9(7).
       01  WS-FIRST-INTEGER        PIC 9(8).
       01  WS-FIRST-SERIAL         PIC 9(7).
       01  WS-WARN-INTEGER         PIC 9(8).
       01  WS-WARN-SERIAL          PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-OVERDRAWN            PIC 9(12)V99.

       01  WS-DORMANT-CUTOFF       PIC X(10).
       01  WS-WARNING-CUTOFF       PIC X(10).
       01  WS-CUTOFF-DATE          PIC X(10).
       01  WS-CUTOFF-YEAR          PIC 9(4).
       01  WS-CUTOFF-MONTH         PIC S9(4).
       01  WS-CUTOFF-MONTH-X       PIC 9(2).
       01  WS-LAST-ACTIVITY        PIC X(10).
       01  WS-SHORT-DATE           PIC X(10).

       01  WS-LETTER-CODE          PIC X(8).
       01  WS-EVENT-DATE           PIC X(10).
       01  WS-NOTE-CATEGORY        PIC X(10).
       01  WS-SENT-BEFORE          PIC X VALUE 'N'.
       01  WS-DELIVERY-TEXT        PIC X(24).
       01  WS-REGISTER-DELIVERY    PIC X(12).

       01  WS-FACT-LINE.
           05 WS-FACT-LABEL        PIC X(32).
           05 WS-FACT-VALUE        PIC X(48).
       01  WS-FACT-COUNT           PIC 9(1).
       01  WS-FACT-SUB             PIC 9(1).
       01  WS-FACT-TABLE.
           05 WS-FACT-TEXT         PIC X(80) OCCURS 6 TIMES.
       01  WS-AMOUNT-EDIT          PIC $$$,$$$,$$$,$$9.99.
       01  WS-DAYS-EDIT            PIC ZZ,ZZ9.
       01  WS-DNOT-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-DNOT-EOF             PIC X.
       01  WS-DECLINE-COUNT        PIC 9(1).
       01  WS-DECLINE-SUB          PIC 9(1).
       01  WS-DECLINE-KEYS.
           05 WS-DECLINE-KEY       PIC X(25) OCCURS 6 TIMES.
       01  WS-MONTHS-EDIT          PIC ZZ9.

       01  WS-BUILD-LINE           PIC X(80).
       01  WS-LINE-COUNT           PIC 9(3).
       01  WS-LINE-SUB             PIC 9(3).
       01  WS-LETTER-TABLE.
           05 WS-LETTER-LINE       PIC X(80) OCCURS 80 TIMES.
       01  WS-TMPL-EOF             PIC X.
       01  WS-TMPL-LINES           PIC 9(3).

       01  WS-NOTE-CUST-ID         PIC 9(10).
       01  WS-NEXT-NOTE-SEQ        PIC 9(5).
       01  WS-NOTE-SCAN-EOF        PIC X.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).

       01  WS-CHECKED-COUNT        PIC 9(7) VALUE 0.
       01  WS-DUNNING-COUNT        PIC 9(7) VALUE 0.
       01  WS-PREDORM-COUNT        PIC 9(7) VALUE 0.
       01  WS-HOLD-NOTICE-COUNT    PIC 9(7) VALUE 0.
       01  WS-DISPUTE-NOTICE-COUNT PIC 9(7) VALUE 0.
       01  WS-PRINTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXTRACTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-ALREADY-SENT-COUNT   PIC 9(7) VALUE 0.
       01  WS-NO-TEMPLATE-COUNT    PIC 9(7) VALUE 0.

       01  LETTER-SEPARATOR-LINE.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 FILLER               PIC X(80) VALUE ALL '-'.
           05 FILLER               PIC X(47) VALUE SPACES.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '          CUSTOMER LETTER REGISTER'.
           05 FILLER               PIC X(13) VALUE '   RUN DATE  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(69) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(12) VALUE ' CUSTOMER'.
           05 FILLER               PIC X(32) VALUE '  NAME'.
           05 FILLER               PIC X(10) VALUE 'LETTER'.
           05 FILLER               PIC X(12) VALUE 'EVENT DATE'.
           05 FILLER               PIC X(14) VALUE 'DELIVERY'.
           05 FILLER               PIC X(52) VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05 RD-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-CUST-NAME         PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-LETTER-CODE       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-EVENT-DATE        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-DELIVERY          PIC X(12).
           05 FILLER               PIC X(54) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM CHECK-CUSTOMERS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Customer Letter Run'
           DISPLAY 'Enter Run Date (CCYY-MM-DD): '
           ACCEPT WS-RUN-DATE
           DISPLAY 'Enter Dormancy Age In Months: '
           ACCEPT WS-DORMANT-MONTHS
           DISPLAY 'Enter Dormancy Warning Days: '
           ACCEPT WS-WARNING-DAYS
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT TEMPLATE-FILE
           OPEN OUTPUT LETTER-PRINT
           OPEN OUTPUT LETTER-EXTRACT
           OPEN OUTPUT LETTER-REGISTER
           IF WS-CUST-STATUS NOT = '00' OR
              WS-TMPL-STATUS NOT = '00' OR
              WS-PRT-STATUS NOT = '00' OR
              WS-EXTR-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT TRACKING-FILE
           OPEN INPUT HOLD-FILE
           OPEN I-O LETTER-LOG
           IF WS-LOG-STATUS NOT = '00'
              OPEN OUTPUT LETTER-LOG
              CLOSE LETTER-LOG
              OPEN I-O LETTER-LOG
           END-IF
           OPEN I-O NOTES-FILE
           IF WS-NOTE-STATUS NOT = '00'
              OPEN OUTPUT NOTES-FILE
              CLOSE NOTES-FILE
              OPEN I-O NOTES-FILE
           END-IF
           OPEN I-O DISPUTE-NOTICE-FILE
           IF WS-DNOT-STATUS = '00'
              MOVE 'Y' TO WS-DNOT-FILE-OPEN
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-INTEGER(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-INTEGER(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-INTEGER(7:2)
           COMPUTE WS-RUN-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-RUN-INTEGER)
           PERFORM COMPUTE-DORMANCY-CUTOFFS
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE LETTER-REGISTER-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO LETTER-REGISTER-LINE
           WRITE LETTER-REGISTER-LINE
           WRITE LETTER-REGISTER-LINE FROM COLUMN-HEADER.

      *    An account goes dormant once its last activity is before
      *    the run date less the dormancy age (DORMANT's cutoff). It
      *    is warned once its last activity is before the same
      *    cutoff taken from the run date plus the warning days.
       COMPUTE-DORMANCY-CUTOFFS.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-DORMANT-CUTOFF
           COMPUTE WS-WARN-SERIAL = WS-RUN-SERIAL + WS-WARNING-DAYS
           COMPUTE WS-WARN-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-WARN-SERIAL)
           MOVE SPACES TO WS-CUTOFF-DATE
           MOVE WS-WARN-INTEGER(1:4) TO WS-CUTOFF-DATE(1:4)
           MOVE '-' TO WS-CUTOFF-DATE(5:1)
           MOVE WS-WARN-INTEGER(5:2) TO WS-CUTOFF-DATE(6:2)
           MOVE '-' TO WS-CUTOFF-DATE(8:1)
           MOVE WS-WARN-INTEGER(7:2) TO WS-CUTOFF-DATE(9:2)
           PERFORM COMPUTE-CUTOFF-DATE
           MOVE WS-CUTOFF-DATE TO WS-WARNING-CUTOFF.

      *    Takes the dormancy age in whole months off the date in
      *    WS-CUTOFF-DATE; the day of month carries across unchanged.
       COMPUTE-CUTOFF-DATE.
           MOVE WS-CUTOFF-DATE(1:4) TO WS-CUTOFF-YEAR
           MOVE WS-CUTOFF-DATE(6:2) TO WS-CUTOFF-MONTH
           SUBTRACT WS-DORMANT-MONTHS FROM WS-CUTOFF-MONTH
           PERFORM ADJUST-CUTOFF-YEAR
              UNTIL WS-CUTOFF-MONTH > 0
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4)
           MOVE WS-CUTOFF-MONTH TO WS-CUTOFF-MONTH-X
           MOVE WS-CUTOFF-MONTH-X TO WS-CUTOFF-DATE(6:2).

       ADJUST-CUTOFF-YEAR.
           ADD 12 TO WS-CUTOFF-MONTH
           SUBTRACT 1 FROM WS-CUTOFF-YEAR.

       CHECK-CUSTOMERS.
           READ CUSTOMER-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-CHECKED-COUNT
                 PERFORM CHECK-COLLECTIONS-LETTER
                 PERFORM CHECK-DORMANCY-WARNING
                 PERFORM CHECK-HOLD-NOTICE
                 IF WS-DNOT-FILE-OPEN = 'Y'
                    PERFORM CHECK-DISPUTE-NOTICE
                 END-IF
           END-READ.

      *    Dunning letters at 30, 60 and 90 days in breach, aged the
      *    way COLLAGE ages them; an account first seen past a
      *    later threshold gets only the letter for that threshold.
       CHECK-COLLECTIONS-LETTER.
           IF CUST-BALANCE < 0
              MOVE CUST-ID TO CT-CUST-ID
              READ TRACKING-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM AGE-COLLECTIONS-BREACH
              END-READ
           END-IF.

       AGE-COLLECTIONS-BREACH.
           MOVE CT-FIRST-BREACH-DATE(1:4) TO WS-FIRST-INTEGER(1:4)
           MOVE CT-FIRST-BREACH-DATE(6:2) TO WS-FIRST-INTEGER(5:2)
           MOVE CT-FIRST-BREACH-DATE(9:2) TO WS-FIRST-INTEGER(7:2)
           COMPUTE WS-FIRST-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-FIRST-INTEGER)
           COMPUTE WS-AGE-DAYS =
              WS-RUN-SERIAL - WS-FIRST-SERIAL + 1
           MOVE SPACES TO WS-LETTER-CODE
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT < 90
                 MOVE 'DUN90' TO WS-LETTER-CODE
              WHEN WS-AGE-DAYS NOT < 60
                 MOVE 'DUN60' TO WS-LETTER-CODE
              WHEN WS-AGE-DAYS NOT < 30
                 MOVE 'DUN30' TO WS-LETTER-CODE
           END-EVALUATE
           IF WS-LETTER-CODE NOT = SPACES
              COMPUTE WS-OVERDRAWN = CUST-BALANCE * -1
              MOVE CT-FIRST-BREACH-DATE TO WS-EVENT-DATE
              MOVE 'COLLECTION' TO WS-NOTE-CATEGORY
              MOVE 0 TO WS-FACT-COUNT
              MOVE 'Amount overdrawn:' TO WS-FACT-LABEL
              MOVE WS-OVERDRAWN TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-FACT-VALUE
              PERFORM ADD-FACT-LINE
              MOVE 'Overdrawn since:' TO WS-FACT-LABEL
              MOVE CT-FIRST-BREACH-DATE TO WS-FACT-VALUE
              PERFORM ADD-FACT-LINE
              MOVE 'Days overdrawn:' TO WS-FACT-LABEL
              MOVE WS-AGE-DAYS TO WS-DAYS-EDIT
              MOVE WS-DAYS-EDIT TO WS-FACT-VALUE
              PERFORM ADD-FACT-LINE
              PERFORM ISSUE-LETTER
              IF WS-SENT-BEFORE = 'N'
                 ADD 1 TO WS-DUNNING-COUNT
              END-IF
           END-IF.

      *    Last activity is measured as DORMANT measures it; the
      *    event is the last-activity date, so an account that posts
      *    again and drifts back towards dormancy is warned again.
       CHECK-DORMANCY-WARNING.
           IF CUST-STATUS = 'A'
              IF CUST-LAST-ACTIVITY-DATE = SPACES
                 MOVE CUST-CREATED-DATE TO WS-LAST-ACTIVITY
                 PERFORM NORMALIZE-LAST-ACTIVITY
              ELSE
                 MOVE CUST-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY
              END-IF
              IF WS-LAST-ACTIVITY NOT = SPACES AND
                 WS-LAST-ACTIVITY NOT < WS-DORMANT-CUTOFF AND
                 WS-LAST-ACTIVITY < WS-WARNING-CUTOFF
                 PERFORM WARN-OF-DORMANCY
              END-IF
           END-IF.

      *    Created dates written before the format change are the
      *    short YYMMDD form; expand them to CCYY-MM-DD.
       NORMALIZE-LAST-ACTIVITY.
           IF WS-LAST-ACTIVITY NOT = SPACES AND
              WS-LAST-ACTIVITY(5:1) NOT = '-' AND
              WS-LAST-ACTIVITY(1:6) NUMERIC
              MOVE WS-LAST-ACTIVITY TO WS-SHORT-DATE
              MOVE SPACES TO WS-LAST-ACTIVITY
              MOVE '20' TO WS-LAST-ACTIVITY(1:2)
              MOVE WS-SHORT-DATE(1:2) TO WS-LAST-ACTIVITY(3:2)
              MOVE '-' TO WS-LAST-ACTIVITY(5:1)
              MOVE WS-SHORT-DATE(3:2) TO WS-LAST-ACTIVITY(6:2)
              MOVE '-' TO WS-LAST-ACTIVITY(8:1)
              MOVE WS-SHORT-DATE(5:2) TO WS-LAST-ACTIVITY(9:2)
           END-IF.

       WARN-OF-DORMANCY.
           MOVE 'PREDORM' TO WS-LETTER-CODE
           MOVE WS-LAST-ACTIVITY TO WS-EVENT-DATE
           MOVE 'SERVICE' TO WS-NOTE-CATEGORY
           MOVE 0 TO WS-FACT-COUNT
           MOVE 'Last activity on the account:' TO WS-FACT-LABEL
           MOVE WS-LAST-ACTIVITY TO WS-FACT-VALUE
           PERFORM ADD-FACT-LINE
           MOVE 'Months without activity before' TO WS-FACT-LABEL
           MOVE SPACES TO WS-FACT-VALUE
           PERFORM ADD-FACT-LINE
           MOVE 'the account becomes dormant:' TO WS-FACT-LABEL
           MOVE WS-DORMANT-MONTHS TO WS-MONTHS-EDIT
           MOVE WS-MONTHS-EDIT TO WS-FACT-VALUE
           PERFORM ADD-FACT-LINE
           PERFORM ISSUE-LETTER
           IF WS-SENT-BEFORE = 'N'
              ADD 1 TO WS-PREDORM-COUNT
           END-IF.

      *    A hold in force on the run date; the event is the date it
      *    was placed, so a hold replaced later is notified again.
       CHECK-HOLD-NOTICE.
           MOVE CUST-ID TO HOLD-CUST-ID
           READ HOLD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HOLD-PLACED-DATE NOT > WS-RUN-DATE AND
                    (HOLD-EXPIRY-DATE = SPACES OR
                     HOLD-EXPIRY-DATE NOT < WS-RUN-DATE)
                    PERFORM NOTIFY-HOLD
                 END-IF
           END-READ.

       NOTIFY-HOLD.
           MOVE 'HOLD' TO WS-LETTER-CODE
           MOVE HOLD-PLACED-DATE TO WS-EVENT-DATE
           MOVE 'SERVICE' TO WS-NOTE-CATEGORY
           MOVE 0 TO WS-FACT-COUNT
           MOVE 'Hold placed on:' TO WS-FACT-LABEL
           MOVE HOLD-PLACED-DATE TO WS-FACT-VALUE
           PERFORM ADD-FACT-LINE
           MOVE 'Transactions held:' TO WS-FACT-LABEL
           EVALUATE TRUE
              WHEN HOLD-ALL-TRANSACTIONS
                 MOVE 'All transactions' TO WS-FACT-VALUE
              WHEN HOLD-DEBITS-ONLY
                 MOVE 'All debits' TO WS-FACT-VALUE
              WHEN HOLD-TRANSFERS-OUT
                 MOVE 'Transfers out' TO WS-FACT-VALUE
              WHEN HOLD-OVER-AMOUNT
                 MOVE 'Any single transaction over'
                    TO WS-FACT-VALUE
              WHEN OTHER
                 MOVE HOLD-TYPE TO WS-FACT-VALUE
           END-EVALUATE
           PERFORM ADD-FACT-LINE
           IF HOLD-OVER-AMOUNT
              MOVE SPACES TO WS-FACT-LABEL
              MOVE HOLD-THRESHOLD-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-FACT-VALUE
              PERFORM ADD-FACT-LINE
           END-IF
           IF HOLD-EXPIRY-DATE NOT = SPACES
              MOVE 'Hold expires on:' TO WS-FACT-LABEL
              MOVE HOLD-EXPIRY-DATE TO WS-FACT-VALUE
              PERFORM ADD-FACT-LINE
           END-IF
           MOVE 'Reason:' TO WS-FACT-LABEL
           MOVE HOLD-REASON TO WS-FACT-VALUE
           PERFORM ADD-FACT-LINE
           PERFORM ISSUE-LETTER
           IF WS-SENT-BEFORE = 'N'
              ADD 1 TO WS-HOLD-NOTICE-COUNT
           END-IF.

      *    One letter a night covers the customer's queued
      *    declines, so the event is the run date; the entries it
      *    covers leave the queue only once it has actually gone.
       CHECK-DISPUTE-NOTICE.
           MOVE 0 TO WS-DECLINE-COUNT
           MOVE 0 TO WS-FACT-COUNT
           MOVE CUST-ID TO DN-CUST-ID
           MOVE 0 TO DN-TRAN-ID
           START DISPUTE-NOTICE-FILE KEY IS NOT LESS THAN DN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DNOT-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-DNOT-EOF
           END-START
           PERFORM GATHER-NEXT-DECLINE
              UNTIL WS-DNOT-EOF = 'Y' OR WS-DECLINE-COUNT = 6
           IF WS-DECLINE-COUNT > 0
              MOVE 'DSPDECL' TO WS-LETTER-CODE
              MOVE WS-RUN-DATE TO WS-EVENT-DATE
              MOVE 'DISPUTE' TO WS-NOTE-CATEGORY
              PERFORM ISSUE-LETTER
              IF WS-SENT-BEFORE = 'N'
                 ADD 1 TO WS-DISPUTE-NOTICE-COUNT
                 MOVE 1 TO WS-DECLINE-SUB
                 PERFORM CLEAR-NEXT-DECLINE
                    UNTIL WS-DECLINE-SUB > WS-DECLINE-COUNT
              END-IF
           END-IF.

       GATHER-NEXT-DECLINE.
           READ DISPUTE-NOTICE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DNOT-EOF
              NOT AT END
                 IF DN-CUST-ID NOT = CUST-ID
                    MOVE 'Y' TO WS-DNOT-EOF
                 ELSE
                    ADD 1 TO WS-DECLINE-COUNT
                    MOVE DN-KEY TO WS-DECLINE-KEY(WS-DECLINE-COUNT)
                    MOVE SPACES TO WS-FACT-LABEL
                    STRING 'Disputed debit of ' DN-POSTING-DATE ':'
                       DELIMITED BY SIZE INTO WS-FACT-LABEL
                    MOVE DN-AMOUNT TO WS-AMOUNT-EDIT
                    MOVE SPACES TO WS-FACT-VALUE
                    IF DN-REDEBIT-AMOUNT > 0
                       STRING WS-AMOUNT-EDIT ' ' DN-CURRENCY-CODE
                              ' - credit re-debited'
                          DELIMITED BY SIZE INTO WS-FACT-VALUE
                    ELSE
                       STRING WS-AMOUNT-EDIT ' ' DN-CURRENCY-CODE
                          DELIMITED BY SIZE INTO WS-FACT-VALUE
                    END-IF
                    PERFORM ADD-FACT-LINE
                 END-IF
           END-READ.

       CLEAR-NEXT-DECLINE.
           MOVE WS-DECLINE-KEY(WS-DECLINE-SUB) TO DN-KEY
           DELETE DISPUTE-NOTICE-FILE RECORD
              INVALID KEY
                 DISPLAY 'Error clearing dispute notice: '
                    WS-DNOT-STATUS ' customer ' CUST-ID
           END-DELETE
           ADD 1 TO WS-DECLINE-SUB.

       ADD-FACT-LINE.
           IF WS-FACT-COUNT < 6
              ADD 1 TO WS-FACT-COUNT
              MOVE WS-FACT-LINE TO WS-FACT-TEXT(WS-FACT-COUNT)
           END-IF.

      *    One letter for WS-LETTER-CODE about the event on
      *    WS-EVENT-DATE, unless the log shows it already went.
      *    WS-SENT-BEFORE comes back 'N' only when it was sent now.
       ISSUE-LETTER.
           MOVE CUST-ID TO LL-CUST-ID
           MOVE WS-LETTER-CODE TO LL-LETTER-CODE
           MOVE WS-EVENT-DATE TO LL-EVENT-DATE
           READ LETTER-LOG
              INVALID KEY
                 MOVE 'N' TO WS-SENT-BEFORE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-SENT-BEFORE
                 ADD 1 TO WS-ALREADY-SENT-COUNT
           END-READ
           IF WS-SENT-BEFORE = 'N'
              PERFORM BUILD-LETTER
              IF WS-TMPL-LINES = 0
                 MOVE 'Y' TO WS-SENT-BEFORE
                 ADD 1 TO WS-NO-TEMPLATE-COUNT
                 DISPLAY 'No template for letter ' WS-LETTER-CODE
                    ' - customer ' CUST-ID
                 MOVE 'NO TEMPLATE' TO WS-REGISTER-DELIVERY
                 PERFORM WRITE-REGISTER-LINE
              ELSE
                 PERFORM DELIVER-LETTER
                 PERFORM LOG-LETTER
                 PERFORM WRITE-LETTER-NOTE
                 PERFORM WRITE-REGISTER-LINE
              END-IF
           END-IF.

      *    Address block, date and account, the facts of the event,
      *    then the template text.
       BUILD-LETTER.
           MOVE 0 TO WS-LINE-COUNT
           MOVE CUST-NAME TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           MOVE CUST-ADDRESS(1:80) TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           IF CUST-ADDRESS(81:80) NOT = SPACES
              MOVE CUST-ADDRESS(81:80) TO WS-BUILD-LINE
              PERFORM ADD-LETTER-LINE
           END-IF
           IF CUST-ADDRESS(161:40) NOT = SPACES
              MOVE CUST-ADDRESS(161:40) TO WS-BUILD-LINE
              PERFORM ADD-LETTER-LINE
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           MOVE 'Date:' TO WS-FACT-LABEL
           MOVE WS-RUN-DATE TO WS-FACT-VALUE
           MOVE WS-FACT-LINE TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           MOVE 'Account:' TO WS-FACT-LABEL
           MOVE CUST-ID TO WS-FACT-VALUE
           MOVE WS-FACT-LINE TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           MOVE 1 TO WS-FACT-SUB
           PERFORM ADD-NEXT-FACT
              UNTIL WS-FACT-SUB > WS-FACT-COUNT
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           PERFORM LOAD-TEMPLATE.

       ADD-NEXT-FACT.
           MOVE WS-FACT-TEXT(WS-FACT-SUB) TO WS-BUILD-LINE
           PERFORM ADD-LETTER-LINE
           ADD 1 TO WS-FACT-SUB.

       ADD-LETTER-LINE.
           IF WS-LINE-COUNT < 80
              ADD 1 TO WS-LINE-COUNT
              MOVE WS-BUILD-LINE TO WS-LETTER-LINE(WS-LINE-COUNT)
           END-IF.

       LOAD-TEMPLATE.
           MOVE 0 TO WS-TMPL-LINES
           MOVE WS-LETTER-CODE TO LT-LETTER-CODE
           MOVE 0 TO LT-LINE-NO
           START TEMPLATE-FILE KEY IS NOT LESS THAN LT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-TMPL-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-TMPL-EOF
           END-START
           PERFORM LOAD-NEXT-TEMPLATE-LINE
              UNTIL WS-TMPL-EOF = 'Y'.

       LOAD-NEXT-TEMPLATE-LINE.
           READ TEMPLATE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-TMPL-EOF
              NOT AT END
                 IF LT-LETTER-CODE NOT = WS-LETTER-CODE
                    MOVE 'Y' TO WS-TMPL-EOF
                 ELSE
                    ADD 1 TO WS-TMPL-LINES
                    MOVE LT-TEXT TO WS-BUILD-LINE
                    PERFORM ADD-LETTER-LINE
                 END-IF
           END-READ.

      *    Delivery follows the statement preference: E extract
      *    only, B both, anything else on paper.
       DELIVER-LETTER.
           EVALUATE CUST-STMT-DELIVERY
              WHEN 'E'
                 PERFORM WRITE-LETTER-EXTRACT
                 MOVE 'by e-delivery' TO WS-DELIVERY-TEXT
                 MOVE 'EXTRACT' TO WS-REGISTER-DELIVERY
              WHEN 'B'
                 PERFORM PRINT-LETTER
                 PERFORM WRITE-LETTER-EXTRACT
                 MOVE 'by post and e-delivery' TO WS-DELIVERY-TEXT
                 MOVE 'PRINT+EXTR' TO WS-REGISTER-DELIVERY
              WHEN OTHER
                 PERFORM PRINT-LETTER
                 MOVE 'by post' TO WS-DELIVERY-TEXT
                 MOVE 'PRINT' TO WS-REGISTER-DELIVERY
           END-EVALUATE.

       PRINT-LETTER.
           WRITE LETTER-PRINT-LINE FROM LETTER-SEPARATOR-LINE
              AFTER ADVANCING PAGE
           MOVE 1 TO WS-LINE-SUB
           PERFORM PRINT-NEXT-LETTER-LINE
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
           ADD 1 TO WS-PRINTED-COUNT.

       PRINT-NEXT-LETTER-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE
           MOVE WS-LETTER-LINE(WS-LINE-SUB) TO LETTER-PRINT-LINE(6:80)
           WRITE LETTER-PRINT-LINE
           ADD 1 TO WS-LINE-SUB.

       WRITE-LETTER-EXTRACT.
           MOVE 'H' TO EX-H-REC-TYPE
           MOVE CUST-ID TO EX-H-CUST-ID
           MOVE CUST-NAME TO EX-H-CUST-NAME
           MOVE CUST-EMAIL TO EX-H-CUST-EMAIL
           MOVE WS-LETTER-CODE TO EX-H-LETTER-CODE
           MOVE WS-EVENT-DATE TO EX-H-EVENT-DATE
           MOVE WS-RUN-DATE TO EX-H-LETTER-DATE
           MOVE WS-LINE-COUNT TO EX-H-LINE-COUNT
           WRITE EXTRACT-HEADER-RECORD
           MOVE 1 TO WS-LINE-SUB
           PERFORM EXTRACT-NEXT-LETTER-LINE
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
           ADD 1 TO WS-EXTRACTED-COUNT.

       EXTRACT-NEXT-LETTER-LINE.
           MOVE SPACES TO EXTRACT-DETAIL-RECORD
           MOVE 'D' TO EX-D-REC-TYPE
           MOVE CUST-ID TO EX-D-CUST-ID
           MOVE WS-LINE-SUB TO EX-D-LINE-NO
           MOVE WS-LETTER-LINE(WS-LINE-SUB) TO EX-D-TEXT
           WRITE EXTRACT-DETAIL-RECORD
           ADD 1 TO WS-LINE-SUB.

       LOG-LETTER.
           MOVE CUST-ID TO LL-CUST-ID
           MOVE WS-LETTER-CODE TO LL-LETTER-CODE
           MOVE WS-EVENT-DATE TO LL-EVENT-DATE
           MOVE WS-RUN-DATE TO LL-SENT-DATE
           MOVE CUST-STMT-DELIVERY TO LL-DELIVERY
           WRITE LETTER-LOG-RECORD
              INVALID KEY
                 DISPLAY 'Error logging letter: ' WS-LOG-STATUS
                    ' customer ' CUST-ID
           END-WRITE.

      *    The phone desk sees the letter among the customer's notes
      *    in CUSTINQ; the note goes on after the customer's last.
       WRITE-LETTER-NOTE.
           MOVE CUST-ID TO WS-NOTE-CUST-ID
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE WS-NOTE-CUST-ID TO NOTE-CUST-ID
           MOVE WS-NEXT-NOTE-SEQ TO NOTE-SEQ
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO NOTE-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO NOTE-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO NOTE-TIMESTAMP(9:8)
           MOVE 'CUSTLTR' TO NOTE-OPERATOR
           MOVE WS-NOTE-CATEGORY TO NOTE-CATEGORY
           MOVE SPACES TO NOTE-TEXT
           STRING 'Letter ' DELIMITED BY SIZE
                  WS-LETTER-CODE DELIMITED BY SPACE
                  ' sent ' DELIMITED BY SIZE
                  WS-DELIVERY-TEXT DELIMITED BY '  '
                  ' - event of ' DELIMITED BY SIZE
                  WS-EVENT-DATE DELIMITED BY SIZE
              INTO NOTE-TEXT
           END-STRING
           WRITE NOTE-RECORD
              INVALID KEY
                 DISPLAY 'Error writing note: ' WS-NOTE-STATUS
                    ' customer ' CUST-ID
           END-WRITE.

       FIND-NEXT-NOTE-SEQ.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           MOVE WS-NOTE-CUST-ID TO NOTE-CUST-ID
           MOVE 0 TO NOTE-SEQ
           START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-NOTE-SCAN-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-NOTE-SCAN-EOF
           END-START
           PERFORM SCAN-NEXT-NOTE-SEQ
              UNTIL WS-NOTE-SCAN-EOF = 'Y'
           ADD 1 TO WS-NEXT-NOTE-SEQ.

       SCAN-NEXT-NOTE-SEQ.
           READ NOTES-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-NOTE-SCAN-EOF
              NOT AT END
                 IF NOTE-CUST-ID NOT = WS-NOTE-CUST-ID
                    MOVE 'Y' TO WS-NOTE-SCAN-EOF
                 ELSE
                    MOVE NOTE-SEQ TO WS-NEXT-NOTE-SEQ
                 END-IF
           END-READ.

       WRITE-REGISTER-LINE.
           MOVE CUST-ID TO RD-CUST-ID
           MOVE CUST-NAME TO RD-CUST-NAME
           MOVE WS-LETTER-CODE TO RD-LETTER-CODE
           MOVE WS-EVENT-DATE TO RD-EVENT-DATE
           MOVE WS-REGISTER-DELIVERY TO RD-DELIVERY
           WRITE LETTER-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO LETTER-REGISTER-LINE
           WRITE LETTER-REGISTER-LINE
           MOVE 'Customers Checked:' TO SC-LABEL
           MOVE WS-CHECKED-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Dunning Letters Sent:' TO SC-LABEL
           MOVE WS-DUNNING-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Dormancy Warnings Sent:' TO SC-LABEL
           MOVE WS-PREDORM-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Hold Notices Sent:' TO SC-LABEL
           MOVE WS-HOLD-NOTICE-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Dispute Decline Notices Sent:' TO SC-LABEL
           MOVE WS-DISPUTE-NOTICE-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Letters Printed:' TO SC-LABEL
           MOVE WS-PRINTED-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Letters To Extract:' TO SC-LABEL
           MOVE WS-EXTRACTED-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Already Sent For The Event:' TO SC-LABEL
           MOVE WS-ALREADY-SENT-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Held Back - No Template:' TO SC-LABEL
           MOVE WS-NO-TEMPLATE-COUNT TO SC-COUNT
           WRITE LETTER-REGISTER-LINE FROM SUMMARY-COUNT-LINE

           CLOSE CUSTOMER-FILE
           CLOSE TRACKING-FILE
           CLOSE HOLD-FILE
           CLOSE TEMPLATE-FILE
           CLOSE LETTER-LOG
           CLOSE NOTES-FILE
           IF WS-DNOT-FILE-OPEN = 'Y'
              CLOSE DISPUTE-NOTICE-FILE
           END-IF
           CLOSE LETTER-PRINT
           CLOSE LETTER-EXTRACT
           CLOSE LETTER-REGISTER

           DISPLAY 'Customer Letter Run Complete'
           DISPLAY 'Dunning Letters: ' WS-DUNNING-COUNT
           DISPLAY 'Dormancy Warnings: ' WS-PREDORM-COUNT
           DISPLAY 'Hold Notices: ' WS-HOLD-NOTICE-COUNT
           DISPLAY 'Dispute Decline Notices: '
              WS-DISPUTE-NOTICE-COUNT.
