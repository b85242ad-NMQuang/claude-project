       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCAN.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER MASTER DATA-QUALITY SCAN                             *
      * Weekly pass over the CUSTSWP metrics extract (CUSTMETR) that  *
      * scores every open customer against the data-quality rules in  *
      * the rule table below - blank name, phone or address, an       *
      * email that is not a well-formed address, a statement cycle    *
      * no STMTGEN run uses, e-statement delivery with no email, and  *
      * probable duplicates. Duplicates are found across the whole    *
      * file on normalized name plus normalized address or phone,     *
      * through a scratch index (DQDUPIDX) built on a first pass.     *
      * Every exception goes to the work queue (DQQUEUE), worst       *
      * score first, with the program and CUSTBAT change code the     *
      * branch clears it through; the queue is rebuilt each scan so   *
      * a corrected record simply drops off. The count open per rule  *
      * is kept by scan date on DQHIST for the trend section, which   *
      * sets this scan against the previous one.                      *
      * SYSIN: scan date (CCYY-MM-DD, blank = today), then the        *
      * statement cycle codes STMTGEN is run for, up to ten two-      *
      * character codes in one line (blank = only a blank cycle is    *
      * an exception).                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMETR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CUST-STATUS.

           SELECT DUPLICATE-INDEX ASSIGN TO 'DQDUPIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DX-KEY
           FILE STATUS IS WS-DUPX-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'DQHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT EXCEPTION-SORT-FILE ASSIGN TO 'DQSRT1'.

           SELECT WORK-QUEUE ASSIGN TO 'DQQUEUE'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SCAN-REPORT ASSIGN TO 'DQRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DUPLICATE-INDEX.
       01  DUPLICATE-KEY-RECORD.
           05 DX-KEY.
              10 DX-MATCH-TYPE     PIC X(1).
              10 DX-NAME           PIC X(40).
              10 DX-MATCH-VALUE    PIC X(40).
           05 DX-COUNT             PIC 9(5).
           05 DX-FIRST-ID          PIC 9(10).
           05 DX-SECOND-ID         PIC 9(10).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 DH-KEY.
              10 DH-SCAN-DATE      PIC X(10).
              10 DH-RULE-CODE      PIC X(2).
           05 DH-EXCEPTION-COUNT   PIC 9(7).

       SD  EXCEPTION-SORT-FILE.
       01  EXCEPTION-SORT-RECORD.
           05 XS-SCORE             PIC 9(3).
           05 XS-CUST-ID           PIC 9(10).
           05 XS-CUST-NAME         PIC X(50).
           05 XS-RULE-HITS         PIC X(7).
           05 XS-CUST-EMAIL        PIC X(60).
           05 XS-STMT-CYCLE        PIC X(2).
           05 XS-PARTNER-ID        PIC 9(10).
           05 XS-PARTNER-BASIS     PIC X(7).

       FD  WORK-QUEUE.
       01  WORK-QUEUE-RECORD.
           05 DQ-SCAN-DATE         PIC X(10).
           05 DQ-CUST-ID           PIC 9(10).
           05 DQ-CUST-NAME         PIC X(50).
           05 DQ-RULE-CODE         PIC X(2).
           05 DQ-RULE-DESC         PIC X(28).
           05 DQ-SCORE             PIC 9(3).
           05 DQ-FIX-PROGRAM       PIC X(8).
           05 DQ-FIX-CODE          PIC X(2).
           05 DQ-DETAIL            PIC X(60).

       FD  SCAN-REPORT.
       01  SCAN-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-DUPX-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-QUEUE-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-CUST-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-LAST-SCAN-DATE       PIC X(10) VALUE SPACES.

      *    Statement cycles STMTGEN is run for, from SYSIN
       01  WS-CYCLE-LIST.
           05 WS-CYCLE-ENTRY       PIC X(2) OCCURS 10 TIMES.
       01  WS-CYC-SUB              PIC 9(2).
       01  WS-CYCLE-FOUND          PIC X.

      *    Rule table - code, description, weight toward the
      *    customer's score, and the program and CUSTBAT change code
      *    the branch corrects the record through. A new rule takes a
      *    new entry here and the table count goes up.
       01  WS-RULE-VALUES.
           05 FILLER               PIC X(41) VALUE
              'NANAME MISSING                3CUSTBAT NA'.
           05 FILLER               PIC X(41) VALUE
              'EMEMAIL MALFORMED             2CUSTBAT EM'.
           05 FILLER               PIC X(41) VALUE
              'PHPHONE MISSING               1CUSTBAT PH'.
           05 FILLER               PIC X(41) VALUE
              'ADADDRESS MISSING             3CUSTBAT AD'.
           05 FILLER               PIC X(41) VALUE
              'CYCYCLE NOT RUN BY STMTGEN    2CUSTBAT CY'.
           05 FILLER               PIC X(41) VALUE
              'EDE-DELIVERY WITH NO EMAIL    3CUSTBAT EM'.
           05 FILLER               PIC X(41) VALUE
              'DPPROBABLE DUPLICATE          3CUSTMGMT  '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-ENTRY        OCCURS 7 TIMES.
              10 WS-RULE-CODE      PIC X(2).
              10 WS-RULE-DESC      PIC X(28).
              10 WS-RULE-WEIGHT    PIC 9(1).
              10 WS-RULE-PROGRAM   PIC X(8).
              10 WS-RULE-FIX-CODE  PIC X(2).
       01  WS-RULE-COUNT           PIC 9(2) VALUE 7.
       01  WS-RULE-SUB             PIC 9(2).

       01  WS-RULE-HITS.
           05 WS-RULE-HIT          PIC X OCCURS 7 TIMES.
       01  WS-RULE-TOTALS.
           05 WS-THIS-COUNT        PIC 9(7) OCCURS 7 TIMES VALUE 0.
           05 WS-LAST-COUNT        PIC 9(7) OCCURS 7 TIMES VALUE 0.
       01  WS-SCORE                PIC 9(3).
       01  WS-CHANGE               PIC S9(7).

       01  WS-SCANNED-COUNT        PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
       01  WS-LAST-TOTAL           PIC 9(7) VALUE 0.

      *    Email check work areas
       01  WS-EMAIL-BAD            PIC X.
       01  WS-AT-COUNT             PIC 9(3).
       01  WS-DOT-COUNT            PIC 9(3).
       01  WS-DOUBLE-DOT-COUNT     PIC 9(3).
       01  WS-EMAIL-LEN            PIC 9(3).
       01  WS-DOMAIN-LEN           PIC 9(3).
       01  WS-EMAIL-LOCAL          PIC X(100).
       01  WS-EMAIL-DOMAIN         PIC X(100).

      *    Duplicate matching - name, address and phone reduced to
      *    upper-case letters and digits only, so spacing, case and
      *    punctuation differences do not hide a match
       01  WS-NORM-NAME            PIC X(40).
       01  WS-NORM-ADDRESS         PIC X(40).
       01  WS-NORM-PHONE           PIC X(40).
       01  WS-NORM-SOURCE          PIC X(200).
       01  WS-NORM-LENGTH          PIC 9(3).
       01  WS-NORM-RESULT          PIC X(40).
       01  WS-NORM-IN              PIC 9(3).
       01  WS-NORM-OUT             PIC 9(3).
       01  WS-NORM-CHAR            PIC X.
           88 WS-NORM-KEEP         VALUE 'A' THRU 'I' 'J' THRU 'R'
                                         'S' THRU 'Z' '0' THRU '9'.
       01  WS-DUP-KEY.
           05 WS-DUP-MATCH-TYPE    PIC X(1).
           05 WS-DUP-NAME          PIC X(40).
           05 WS-DUP-MATCH-VALUE   PIC X(40).
       01  WS-DUP-FOUND            PIC X.
       01  WS-PARTNER-ID           PIC 9(10).
       01  WS-PARTNER-BASIS        PIC X(7).
       01  WS-DUP-KEY-COUNT        PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     CUSTOMER DATA-QUALITY SCAN'.
           05 FILLER               PIC X(12) VALUE
              'SCAN DATE: '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(70) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(50) VALUE
              'CUSTOMER    NAME                           SCORE  '.
           05 FILLER               PIC X(82) VALUE
              '  RULES FAILED             PROBABLE DUPLICATE OF'.

       01  DETAIL-LINE.
           05 DL-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-NAME         PIC X(30).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DL-SCORE             PIC ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DL-RULES             PIC X(21).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DL-MATCH             PIC X(30).
           05 FILLER               PIC X(25) VALUE SPACES.

       01  TREND-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              'EXCEPTIONS OPEN BY RULE - PREVIOUS SCAN '.
           05 TH-LAST-SCAN-DATE    PIC X(12).
           05 FILLER               PIC X(80) VALUE SPACES.

       01  TREND-HEADER-2.
           05 FILLER               PIC X(50) VALUE
              'RULE  DESCRIPTION                  WEIGHT     PREV'.
           05 FILLER               PIC X(82) VALUE
              ' SCAN   THIS SCAN      CHANGE   CLEARED VIA'.

       01  TREND-LINE.
           05 TL-RULE-CODE         PIC X(2).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 TL-RULE-DESC         PIC X(28).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 TL-WEIGHT            PIC Z9 BLANK WHEN ZERO.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 TL-LAST-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TL-THIS-COUNT        PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TL-CHANGE            PIC -Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TL-FIX-PROGRAM       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TL-FIX-CODE          PIC X(2).
           05 FILLER               PIC X(39) VALUE SPACES.

       01  SUMMARY-LINE.
           05 SL-LABEL             PIC X(30).
           05 SL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM INDEX-NEXT-CUSTOMER
              UNTIL WS-CUST-EOF-FLAG = 'Y'
           CLOSE CUSTOMER-FILE
           MOVE 'N' TO WS-CUST-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error reopening customer extract: '
                 WS-CUST-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           SORT EXCEPTION-SORT-FILE
              ON DESCENDING KEY XS-SCORE
              ON ASCENDING KEY XS-CUST-ID
              INPUT PROCEDURE IS SCORE-CUSTOMERS
              OUTPUT PROCEDURE IS WRITE-WORK-QUEUE
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Customer Data-Quality Scan'
           DISPLAY 'Enter Scan Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           DISPLAY 'Enter Statement Cycles In Use (up to 10 codes): '
           ACCEPT WS-CYCLE-LIST
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT WORK-QUEUE
           OPEN OUTPUT SCAN-REPORT
           IF WS-CUST-STATUS NOT = '00' OR WS-QUEUE-STATUS NOT = '00'
              OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *    The duplicate index is rebuilt from empty on every scan
           OPEN OUTPUT DUPLICATE-INDEX
           CLOSE DUPLICATE-INDEX
           OPEN I-O DUPLICATE-INDEX
           IF WS-DUPX-STATUS NOT = '00'
              DISPLAY 'Error opening duplicate index: ' WS-DUPX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
              OPEN OUTPUT HISTORY-FILE
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
           END-IF
           PERFORM LOAD-PREVIOUS-SCAN
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE SCAN-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO SCAN-REPORT-LINE
           WRITE SCAN-REPORT-LINE
           WRITE SCAN-REPORT-LINE FROM COLUMN-HEADER.

      *    The previous scan is the latest scan date on DQHIST before
      *    this one, so a rerun of the same date compares against the
      *    week before rather than against itself.
       LOAD-PREVIOUS-SCAN.
           MOVE WS-RUN-DATE TO DH-SCAN-DATE
           MOVE LOW-VALUES TO DH-RULE-CODE
           START HISTORY-FILE KEY IS LESS THAN DH-KEY
              INVALID KEY
                 MOVE SPACES TO WS-LAST-SCAN-DATE
              NOT INVALID KEY
                 READ HISTORY-FILE NEXT RECORD
                    AT END
                       MOVE SPACES TO WS-LAST-SCAN-DATE
                    NOT AT END
                       MOVE DH-SCAN-DATE TO WS-LAST-SCAN-DATE
                 END-READ
           END-START
           IF WS-LAST-SCAN-DATE NOT = SPACES
              MOVE 1 TO WS-RULE-SUB
              PERFORM LOAD-PREVIOUS-RULE-COUNT
                 UNTIL WS-RULE-SUB > WS-RULE-COUNT
           END-IF.

       LOAD-PREVIOUS-RULE-COUNT.
           MOVE WS-LAST-SCAN-DATE TO DH-SCAN-DATE
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO DH-RULE-CODE
           READ HISTORY-FILE
              INVALID KEY
                 MOVE 0 TO WS-LAST-COUNT(WS-RULE-SUB)
              NOT INVALID KEY
                 MOVE DH-EXCEPTION-COUNT
                    TO WS-LAST-COUNT(WS-RULE-SUB)
           END-READ
           ADD WS-LAST-COUNT(WS-RULE-SUB) TO WS-LAST-TOTAL
           ADD 1 TO WS-RULE-SUB.

      *****************************************************************
      * FIRST PASS - every open customer's normalized name is entered *
      * on the duplicate index twice, once with its address and once  *
      * with its phone, counting how many customers share each key    *
      * and holding the first two customer numbers found on it.       *
      *****************************************************************
       INDEX-NEXT-CUSTOMER.
           READ CUSTOMER-FILE
              AT END
                 MOVE 'Y' TO WS-CUST-EOF-FLAG
              NOT AT END
                 IF CUST-STATUS NOT = 'C'
                    PERFORM BUILD-MATCH-KEYS
                    IF WS-NORM-NAME NOT = SPACES
                       PERFORM INDEX-MATCH-KEYS
                    END-IF
                 END-IF
           END-READ.

       INDEX-MATCH-KEYS.
           MOVE WS-NORM-NAME TO WS-DUP-NAME
           IF WS-NORM-ADDRESS NOT = SPACES
              MOVE 'A' TO WS-DUP-MATCH-TYPE
              MOVE WS-NORM-ADDRESS TO WS-DUP-MATCH-VALUE
              PERFORM ADD-DUPLICATE-KEY
           END-IF
           IF WS-NORM-PHONE NOT = SPACES
              MOVE 'P' TO WS-DUP-MATCH-TYPE
              MOVE WS-NORM-PHONE TO WS-DUP-MATCH-VALUE
              PERFORM ADD-DUPLICATE-KEY
           END-IF.

       ADD-DUPLICATE-KEY.
           MOVE WS-DUP-KEY TO DX-KEY
           READ DUPLICATE-INDEX
              INVALID KEY
                 PERFORM WRITE-DUPLICATE-KEY
              NOT INVALID KEY
                 ADD 1 TO DX-COUNT
                 IF DX-COUNT = 2
                    MOVE CUST-ID TO DX-SECOND-ID
                 END-IF
                 REWRITE DUPLICATE-KEY-RECORD
           END-READ.

       WRITE-DUPLICATE-KEY.
           MOVE WS-DUP-KEY TO DX-KEY
           MOVE 1 TO DX-COUNT
           MOVE CUST-ID TO DX-FIRST-ID
           MOVE 0 TO DX-SECOND-ID
           WRITE DUPLICATE-KEY-RECORD
           ADD 1 TO WS-DUP-KEY-COUNT.

       BUILD-MATCH-KEYS.
           MOVE CUST-NAME TO WS-NORM-SOURCE
           MOVE 50 TO WS-NORM-LENGTH
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-RESULT TO WS-NORM-NAME
           MOVE CUST-ADDRESS TO WS-NORM-SOURCE
           MOVE 200 TO WS-NORM-LENGTH
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-RESULT TO WS-NORM-ADDRESS
           MOVE CUST-PHONE TO WS-NORM-SOURCE
           MOVE 20 TO WS-NORM-LENGTH
           PERFORM NORMALIZE-TEXT
           MOVE WS-NORM-RESULT TO WS-NORM-PHONE.

      *    Upper-cases the source and keeps only its letters and
      *    digits, up to the first 40 of them.
       NORMALIZE-TEXT.
           INSPECT WS-NORM-SOURCE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-RESULT
           MOVE 1 TO WS-NORM-IN
           MOVE 1 TO WS-NORM-OUT
           PERFORM NORMALIZE-NEXT-CHAR
              UNTIL WS-NORM-IN > WS-NORM-LENGTH
                 OR WS-NORM-OUT > 40.

       NORMALIZE-NEXT-CHAR.
           MOVE WS-NORM-SOURCE(WS-NORM-IN:1) TO WS-NORM-CHAR
           IF WS-NORM-KEEP
              MOVE WS-NORM-CHAR TO WS-NORM-RESULT(WS-NORM-OUT:1)
              ADD 1 TO WS-NORM-OUT
           END-IF
           ADD 1 TO WS-NORM-IN.

      *****************************************************************
      * SECOND PASS - each open customer is run against the rules and *
      * released to the sort if it failed any of them.                *
      *****************************************************************
       SCORE-CUSTOMERS.
           PERFORM SCORE-NEXT-CUSTOMER
              UNTIL WS-CUST-EOF-FLAG = 'Y'.

       SCORE-NEXT-CUSTOMER.
           READ CUSTOMER-FILE
              AT END
                 MOVE 'Y' TO WS-CUST-EOF-FLAG
              NOT AT END
                 IF CUST-STATUS NOT = 'C'
                    ADD 1 TO WS-SCANNED-COUNT
                    PERFORM APPLY-RULES
                    IF WS-SCORE > 0
                       PERFORM RELEASE-EXCEPTION-RECORD
                    END-IF
                 END-IF
           END-READ.

       APPLY-RULES.
           MOVE ALL 'N' TO WS-RULE-HITS
           MOVE 0 TO WS-PARTNER-ID
           MOVE SPACES TO WS-PARTNER-BASIS
           IF CUST-NAME = SPACES
              MOVE 'Y' TO WS-RULE-HIT(1)
           END-IF
           IF CUST-EMAIL NOT = SPACES
              PERFORM VALIDATE-EMAIL
              IF WS-EMAIL-BAD = 'Y'
                 MOVE 'Y' TO WS-RULE-HIT(2)
              END-IF
           END-IF
           IF CUST-PHONE = SPACES
              MOVE 'Y' TO WS-RULE-HIT(3)
           END-IF
           IF CUST-ADDRESS = SPACES
              MOVE 'Y' TO WS-RULE-HIT(4)
           END-IF
           PERFORM CHECK-STATEMENT-CYCLE
           IF WS-CYCLE-FOUND = 'N'
              MOVE 'Y' TO WS-RULE-HIT(5)
           END-IF
           IF (CUST-STMT-DELIVERY = 'E' OR CUST-STMT-DELIVERY = 'B')
              AND CUST-EMAIL = SPACES
              MOVE 'Y' TO WS-RULE-HIT(6)
           END-IF
           PERFORM FIND-DUPLICATE
           IF WS-DUP-FOUND = 'Y'
              MOVE 'Y' TO WS-RULE-HIT(7)
           END-IF
           MOVE 0 TO WS-SCORE
           MOVE 1 TO WS-RULE-SUB
           PERFORM ADD-RULE-WEIGHT
              UNTIL WS-RULE-SUB > WS-RULE-COUNT.

       ADD-RULE-WEIGHT.
           IF WS-RULE-HIT(WS-RULE-SUB) = 'Y'
              ADD WS-RULE-WEIGHT(WS-RULE-SUB) TO WS-SCORE
              ADD 1 TO WS-THIS-COUNT(WS-RULE-SUB)
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           ADD 1 TO WS-RULE-SUB.

      *    A usable address has exactly one '@' with something before
      *    it, a domain after it holding at least one '.' that is not
      *    its first or last character or doubled, and no embedded
      *    spaces anywhere.
       VALIDATE-EMAIL.
           MOVE 'N' TO WS-EMAIL-BAD
           MOVE 0 TO WS-AT-COUNT
           MOVE 0 TO WS-EMAIL-LEN
           INSPECT CUST-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
           INSPECT CUST-EMAIL TALLYING WS-EMAIL-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-EMAIL-LOCAL
           MOVE SPACES TO WS-EMAIL-DOMAIN
           UNSTRING CUST-EMAIL DELIMITED BY '@'
              INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
           END-UNSTRING
           MOVE 0 TO WS-DOT-COUNT
           MOVE 0 TO WS-DOUBLE-DOT-COUNT
           MOVE 0 TO WS-DOMAIN-LEN
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOT-COUNT FOR ALL '.'
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOUBLE-DOT-COUNT
              FOR ALL '..'
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOMAIN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           EVALUATE TRUE
              WHEN WS-AT-COUNT NOT = 1
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN WS-EMAIL-LEN < 100
                 AND CUST-EMAIL(WS-EMAIL-LEN + 1:) NOT = SPACES
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN WS-EMAIL-LOCAL = SPACES
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN WS-DOT-COUNT = 0 OR WS-DOMAIN-LEN = 0
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN WS-DOUBLE-DOT-COUNT > 0
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN WS-EMAIL-DOMAIN(1:1) = '.'
                 OR WS-EMAIL-DOMAIN(WS-DOMAIN-LEN:1) = '.'
                 MOVE 'Y' TO WS-EMAIL-BAD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    A blank cycle is always an exception; a set cycle is one
      *    only when a cycle list was given and it is not on it.
       CHECK-STATEMENT-CYCLE.
           IF CUST-STMT-CYCLE = SPACES
              MOVE 'N' TO WS-CYCLE-FOUND
           ELSE
              IF WS-CYCLE-LIST = SPACES
                 MOVE 'Y' TO WS-CYCLE-FOUND
              ELSE
                 MOVE 'N' TO WS-CYCLE-FOUND
                 MOVE 1 TO WS-CYC-SUB
                 PERFORM MATCH-NEXT-CYCLE
                    UNTIL WS-CYC-SUB > 10 OR WS-CYCLE-FOUND = 'Y'
              END-IF
           END-IF.

       MATCH-NEXT-CYCLE.
           IF WS-CYCLE-ENTRY(WS-CYC-SUB) = CUST-STMT-CYCLE
              MOVE 'Y' TO WS-CYCLE-FOUND
           END-IF
           ADD 1 TO WS-CYC-SUB.

      *    Looks the customer's name-plus-address key up first, then
      *    name-plus-phone; a key shared by more than one customer
      *    names the other customer as the probable duplicate.
       FIND-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND
           PERFORM BUILD-MATCH-KEYS
           IF WS-NORM-NAME NOT = SPACES
              MOVE WS-NORM-NAME TO WS-DUP-NAME
              IF WS-NORM-ADDRESS NOT = SPACES
                 MOVE 'A' TO WS-DUP-MATCH-TYPE
                 MOVE WS-NORM-ADDRESS TO WS-DUP-MATCH-VALUE
                 MOVE 'ADDRESS' TO WS-PARTNER-BASIS
                 PERFORM READ-DUPLICATE-KEY
              END-IF
              IF WS-DUP-FOUND = 'N' AND WS-NORM-PHONE NOT = SPACES
                 MOVE 'P' TO WS-DUP-MATCH-TYPE
                 MOVE WS-NORM-PHONE TO WS-DUP-MATCH-VALUE
                 MOVE 'PHONE' TO WS-PARTNER-BASIS
                 PERFORM READ-DUPLICATE-KEY
              END-IF
           END-IF
           IF WS-DUP-FOUND = 'N'
              MOVE SPACES TO WS-PARTNER-BASIS
           END-IF.

       READ-DUPLICATE-KEY.
           MOVE WS-DUP-KEY TO DX-KEY
           READ DUPLICATE-INDEX
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DX-COUNT > 1
                    MOVE 'Y' TO WS-DUP-FOUND
                    IF DX-FIRST-ID = CUST-ID
                       MOVE DX-SECOND-ID TO WS-PARTNER-ID
                    ELSE
                       MOVE DX-FIRST-ID TO WS-PARTNER-ID
                    END-IF
                 END-IF
           END-READ.

       RELEASE-EXCEPTION-RECORD.
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE WS-SCORE TO XS-SCORE
           MOVE CUST-ID TO XS-CUST-ID
           MOVE CUST-NAME TO XS-CUST-NAME
           MOVE WS-RULE-HITS TO XS-RULE-HITS
           MOVE CUST-EMAIL TO XS-CUST-EMAIL
           MOVE CUST-STMT-CYCLE TO XS-STMT-CYCLE
           MOVE WS-PARTNER-ID TO XS-PARTNER-ID
           MOVE WS-PARTNER-BASIS TO XS-PARTNER-BASIS
           RELEASE EXCEPTION-SORT-RECORD.

      *****************************************************************
      * OUTPUT - worst score first, one report line per customer and  *
      * one work queue entry per rule the customer failed.            *
      *****************************************************************
       WRITE-WORK-QUEUE.
           PERFORM QUEUE-NEXT-CUSTOMER
              UNTIL WS-SORT-EOF-FLAG = 'Y'.

       QUEUE-NEXT-CUSTOMER.
           RETURN EXCEPTION-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 PERFORM WRITE-EXCEPTION-LINE
                 MOVE 1 TO WS-RULE-SUB
                 PERFORM WRITE-QUEUE-ENTRY
                    UNTIL WS-RULE-SUB > WS-RULE-COUNT
           END-RETURN.

       WRITE-EXCEPTION-LINE.
           MOVE XS-CUST-ID TO DL-CUST-ID
           MOVE XS-CUST-NAME TO DL-CUST-NAME
           MOVE XS-SCORE TO DL-SCORE
           MOVE SPACES TO DL-RULES
           MOVE 1 TO WS-NORM-OUT
           MOVE 1 TO WS-RULE-SUB
           PERFORM LIST-FAILED-RULE
              UNTIL WS-RULE-SUB > WS-RULE-COUNT
           MOVE SPACES TO DL-MATCH
           IF XS-PARTNER-BASIS NOT = SPACES
              STRING 'CUST ' XS-PARTNER-ID ' ON '
                 XS-PARTNER-BASIS DELIMITED BY SIZE
                 INTO DL-MATCH
              END-STRING
           END-IF
           WRITE SCAN-REPORT-LINE FROM DETAIL-LINE.

       LIST-FAILED-RULE.
           IF XS-RULE-HITS(WS-RULE-SUB:1) = 'Y'
              MOVE WS-RULE-CODE(WS-RULE-SUB)
                 TO DL-RULES(WS-NORM-OUT:2)
              ADD 3 TO WS-NORM-OUT
           END-IF
           ADD 1 TO WS-RULE-SUB.

       WRITE-QUEUE-ENTRY.
           IF XS-RULE-HITS(WS-RULE-SUB:1) = 'Y'
              MOVE WS-RUN-DATE TO DQ-SCAN-DATE
              MOVE XS-CUST-ID TO DQ-CUST-ID
              MOVE XS-CUST-NAME TO DQ-CUST-NAME
              MOVE WS-RULE-CODE(WS-RULE-SUB) TO DQ-RULE-CODE
              MOVE WS-RULE-DESC(WS-RULE-SUB) TO DQ-RULE-DESC
              MOVE XS-SCORE TO DQ-SCORE
              MOVE WS-RULE-PROGRAM(WS-RULE-SUB) TO DQ-FIX-PROGRAM
              MOVE WS-RULE-FIX-CODE(WS-RULE-SUB) TO DQ-FIX-CODE
              PERFORM SET-QUEUE-DETAIL
              WRITE WORK-QUEUE-RECORD
           END-IF
           ADD 1 TO WS-RULE-SUB.

       SET-QUEUE-DETAIL.
           MOVE SPACES TO DQ-DETAIL
           EVALUATE WS-RULE-CODE(WS-RULE-SUB)
              WHEN 'EM'
                 MOVE XS-CUST-EMAIL TO DQ-DETAIL
              WHEN 'CY'
                 IF XS-STMT-CYCLE = SPACES
                    MOVE 'STATEMENT CYCLE IS BLANK' TO DQ-DETAIL
                 ELSE
                    STRING 'STATEMENT CYCLE ' XS-STMT-CYCLE
                       DELIMITED BY SIZE INTO DQ-DETAIL
                    END-STRING
                 END-IF
              WHEN 'ED'
                 MOVE 'E-STATEMENT DELIVERY SET, NO EMAIL ON FILE'
                    TO DQ-DETAIL
              WHEN 'DP'
                 STRING 'SAME NAME AND ' XS-PARTNER-BASIS
                    ' AS CUSTOMER ' XS-PARTNER-ID
                    DELIMITED BY SIZE INTO DQ-DETAIL
                 END-STRING
              WHEN OTHER
                 MOVE WS-RULE-DESC(WS-RULE-SUB) TO DQ-DETAIL
           END-EVALUATE.

      *****************************************************************
      * TREND - exceptions open per rule at the previous scan against *
      * this one; this scan's counts are then kept on DQHIST for the  *
      * next run to compare against.                                  *
      *****************************************************************
       WRITE-TREND-SECTION.
           MOVE SPACES TO SCAN-REPORT-LINE
           WRITE SCAN-REPORT-LINE
           IF WS-LAST-SCAN-DATE = SPACES
              MOVE 'NONE ON FILE' TO TH-LAST-SCAN-DATE
           ELSE
              MOVE WS-LAST-SCAN-DATE TO TH-LAST-SCAN-DATE
           END-IF
           WRITE SCAN-REPORT-LINE FROM TREND-HEADER-1
           WRITE SCAN-REPORT-LINE FROM TREND-HEADER-2
           MOVE 1 TO WS-RULE-SUB
           PERFORM WRITE-TREND-LINE
              UNTIL WS-RULE-SUB > WS-RULE-COUNT
           MOVE SPACES TO TL-RULE-CODE
           MOVE 'ALL RULES' TO TL-RULE-DESC
           MOVE 0 TO TL-WEIGHT
           MOVE WS-LAST-TOTAL TO TL-LAST-COUNT
           MOVE WS-EXCEPTION-COUNT TO TL-THIS-COUNT
           COMPUTE WS-CHANGE = WS-EXCEPTION-COUNT - WS-LAST-TOTAL
           MOVE WS-CHANGE TO TL-CHANGE
           MOVE SPACES TO TL-FIX-PROGRAM
           MOVE SPACES TO TL-FIX-CODE
           WRITE SCAN-REPORT-LINE FROM TREND-LINE.

       WRITE-TREND-LINE.
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO TL-RULE-CODE
           MOVE WS-RULE-DESC(WS-RULE-SUB) TO TL-RULE-DESC
           MOVE WS-RULE-WEIGHT(WS-RULE-SUB) TO TL-WEIGHT
           MOVE WS-LAST-COUNT(WS-RULE-SUB) TO TL-LAST-COUNT
           MOVE WS-THIS-COUNT(WS-RULE-SUB) TO TL-THIS-COUNT
           COMPUTE WS-CHANGE = WS-THIS-COUNT(WS-RULE-SUB)
                             - WS-LAST-COUNT(WS-RULE-SUB)
           MOVE WS-CHANGE TO TL-CHANGE
           MOVE WS-RULE-PROGRAM(WS-RULE-SUB) TO TL-FIX-PROGRAM
           MOVE WS-RULE-FIX-CODE(WS-RULE-SUB) TO TL-FIX-CODE
           WRITE SCAN-REPORT-LINE FROM TREND-LINE
           PERFORM SAVE-RULE-COUNT
           ADD 1 TO WS-RULE-SUB.

       SAVE-RULE-COUNT.
           MOVE WS-RUN-DATE TO DH-SCAN-DATE
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO DH-RULE-CODE
           MOVE WS-THIS-COUNT(WS-RULE-SUB) TO DH-EXCEPTION-COUNT
           WRITE HISTORY-RECORD
              INVALID KEY
                 PERFORM REWRITE-RULE-COUNT
           END-WRITE.

       REWRITE-RULE-COUNT.
           MOVE WS-RUN-DATE TO DH-SCAN-DATE
           MOVE WS-RULE-CODE(WS-RULE-SUB) TO DH-RULE-CODE
           MOVE WS-THIS-COUNT(WS-RULE-SUB) TO DH-EXCEPTION-COUNT
           REWRITE HISTORY-RECORD
              INVALID KEY
                 DISPLAY 'Error saving rule count: ' WS-HIST-STATUS
           END-REWRITE.

       FINALIZATION.
           PERFORM WRITE-TREND-SECTION
           MOVE SPACES TO SCAN-REPORT-LINE
           WRITE SCAN-REPORT-LINE
           MOVE 'Customers Scanned:' TO SL-LABEL
           MOVE WS-SCANNED-COUNT TO SL-COUNT
           WRITE SCAN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Customers With Exceptions:' TO SL-LABEL
           MOVE WS-FLAGGED-COUNT TO SL-COUNT
           WRITE SCAN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Work Queue Entries:' TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           WRITE SCAN-REPORT-LINE FROM SUMMARY-LINE

           CLOSE CUSTOMER-FILE
           CLOSE DUPLICATE-INDEX
           CLOSE HISTORY-FILE
           CLOSE WORK-QUEUE
           CLOSE SCAN-REPORT

           DISPLAY 'Customer Data-Quality Scan Complete'
           DISPLAY 'Customers Scanned: ' WS-SCANNED-COUNT
           DISPLAY 'Customers With Exceptions: ' WS-FLAGGED-COUNT
           DISPLAY 'Work Queue Entries: ' WS-EXCEPTION-COUNT
           DISPLAY 'Match Keys Indexed: ' WS-DUP-KEY-COUNT.
