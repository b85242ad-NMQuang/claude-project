       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPEXRPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER GROUP EXPOSURE REPORT                                *
      * Lists every related-party group on CUSTGRP with its members'  *
      * balances and credit limits, each converted to the group's     *
      * limit currency at the latest EXCHRATE rate on or before the   *
      * date entered (blank for today), and the group's totals:       *
      * net balance, member limits, exposure (the overdrawn balances  *
      * BATCHJOB tests against the group limit) and headroom (group   *
      * limit less exposure). A group is flagged when it is over its  *
      * limit, when its member limits add up to more than the group   *
      * limit, or when a member could not be converted - that         *
      * member is left out of the totals and the step ends RC 4.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-GROUP-FILE ASSIGN TO 'CUSTGRP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-KEY
           FILE STATUS IS WS-CGRP-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'EXCHRATE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXCH-KEY
           FILE STATUS IS WS-EXCH-STATUS.

           SELECT EXPOSURE-REPORT ASSIGN TO 'GRPEXRP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-GROUP-FILE.
           COPY CUSTGREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05 EXCH-KEY.
              10 EXCH-FROM-CURRENCY   PIC X(3).
              10 EXCH-TO-CURRENCY     PIC X(3).
              10 EXCH-EFF-DATE        PIC X(10).
           05 EXCH-RATE               PIC 9(6)V9999.

       FD  EXPOSURE-REPORT.
       01  EXPOSURE-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CGRP-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-EXCH-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-CGRP-OPEN            PIC X VALUE 'N'.
       01  WS-EXCH-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-MEMBER-EOF           PIC X VALUE 'N'.
       01  WS-RATE-FOUND           PIC X VALUE 'N'.
       01  WS-GROUP-INCOMPLETE     PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-GROUP-ID             PIC X(10).
       01  WS-GROUP-LIMIT          PIC 9(10)V99.
       01  WS-GROUP-CURRENCY       PIC X(3).
       01  WS-RATE                 PIC 9(6)V9999.
       01  WS-MEMBER-COUNT         PIC 9(3) VALUE 0.
       01  WS-GROUP-BALANCE        PIC S9(12)V99 VALUE 0.
       01  WS-GROUP-LIMITS         PIC 9(12)V99 VALUE 0.
       01  WS-GROUP-EXPOSURE       PIC 9(12)V99 VALUE 0.
       01  WS-CONV-BALANCE         PIC S9(12)V99.
       01  WS-CONV-LIMIT           PIC 9(12)V99.
       01  WS-GROUPS-REPORTED      PIC 9(5) VALUE 0.
       01  WS-GROUPS-OVER          PIC 9(5) VALUE 0.
       01  WS-GROUPS-INCOMPLETE    PIC 9(5) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     CUSTOMER GROUP EXPOSURE REPORT'.
           05 FILLER               PIC X(16) VALUE
              'RATES AS AT:   '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(66) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(55) VALUE
              '    CUSTOMER    NAME                           CCY     '.
           05 FILLER               PIC X(45) VALUE
              '    BALANCE          LIMIT        RATE      G'.
           05 FILLER               PIC X(32) VALUE
              'ROUP CCY BAL   GROUP CCY LIMIT'.

       01  GROUP-HEADER-LINE.
           05 FILLER               PIC X(7) VALUE 'GROUP: '.
           05 GH-GROUP-ID          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GH-GROUP-NAME        PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(13) VALUE 'GROUP LIMIT: '.
           05 GH-GROUP-LIMIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 GH-CURRENCY          PIC X(3).
           05 FILLER               PIC X(47) VALUE SPACES.

       01  MEMBER-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ML-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ML-NAME              PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-BALANCE           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-RATE              PIC ZZZZZ9.9999.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-GROUP-BALANCE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ML-GROUP-LIMIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.

       01  MEMBER-NO-RATE-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 MN-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MN-NAME              PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 MN-CURRENCY          PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MN-MESSAGE           PIC X(80).

       01  GROUP-TOTAL-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(22) VALUE
              'GROUP TOTAL  MEMBERS: '.
           05 GT-MEMBERS           PIC ZZ9.
           05 FILLER               PIC X(65) VALUE SPACES.
           05 GT-BALANCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 GT-LIMITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.

       01  GROUP-POSITION-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'EXPOSURE: '.
           05 GP-EXPOSURE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(16) VALUE
              '   GROUP LIMIT: '.
           05 GP-GROUP-LIMIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(13) VALUE '   HEADROOM: '.
           05 GP-HEADROOM          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 GP-FLAG              PIC X(30).
           05 FILLER               PIC X(5) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER               PIC X(18) VALUE
              'GROUPS REPORTED:'.
           05 TL-GROUPS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(22) VALUE
              '   OVER GROUP LIMIT:'.
           05 TL-OVER              PIC ZZ,ZZ9.
           05 FILLER               PIC X(16) VALUE
              '   INCOMPLETE:'.
           05 TL-INCOMPLETE        PIC ZZ,ZZ9.
           05 FILLER               PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM REPORT-NEXT-GROUP UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Customer Group Exposure Report'
           DISPLAY 'Enter Rate Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT EXPOSURE-REPORT
           IF WS-CUST-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-EXCH-STATUS = '00'
              MOVE 'Y' TO WS-EXCH-FILE-OPEN
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE EXPOSURE-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE FROM COLUMN-HEADER
           OPEN INPUT CUSTOMER-GROUP-FILE
           IF WS-CGRP-STATUS NOT = '00'
              DISPLAY 'No customer groups on file'
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              MOVE 'Y' TO WS-CGRP-OPEN
              MOVE 'G' TO CG-REC-TYPE
              MOVE LOW-VALUES TO CG-KEY-ID
              MOVE 0 TO CG-KEY-MEMBER-ID
              START CUSTOMER-GROUP-FILE KEY IS NOT LESS THAN CG-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-FLAG
              END-START
           END-IF.

      *    Group records are read in key order; the members of each
      *    are a separate run of the same file, so after them the
      *    browse is put back just past the group record.
       REPORT-NEXT-GROUP.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF CG-GROUP-HEADER
                    PERFORM REPORT-GROUP
                 ELSE
                    MOVE 'Y' TO WS-EOF-FLAG
                 END-IF
           END-READ.

       REPORT-GROUP.
           ADD 1 TO WS-GROUPS-REPORTED
           MOVE CG-KEY-ID TO WS-GROUP-ID
           MOVE CG-GROUP-LIMIT TO WS-GROUP-LIMIT
           MOVE CG-LIMIT-CURRENCY TO WS-GROUP-CURRENCY
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-GROUP-BALANCE
           MOVE 0 TO WS-GROUP-LIMITS
           MOVE 0 TO WS-GROUP-EXPOSURE
           MOVE 'N' TO WS-GROUP-INCOMPLETE
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE CG-KEY-ID TO GH-GROUP-ID
           MOVE CG-GROUP-NAME TO GH-GROUP-NAME
           MOVE CG-GROUP-LIMIT TO GH-GROUP-LIMIT
           MOVE CG-LIMIT-CURRENCY TO GH-CURRENCY
           WRITE EXPOSURE-REPORT-LINE FROM GROUP-HEADER-LINE
           MOVE 'M' TO CG-REC-TYPE
           MOVE WS-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           MOVE 'N' TO WS-MEMBER-EOF
           START CUSTOMER-GROUP-FILE KEY IS NOT LESS THAN CG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-MEMBER-EOF
           END-START
           PERFORM REPORT-NEXT-MEMBER UNTIL WS-MEMBER-EOF = 'Y'
           PERFORM WRITE-GROUP-TOTALS
           MOVE 'G' TO CG-REC-TYPE
           MOVE WS-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           START CUSTOMER-GROUP-FILE KEY IS GREATER THAN CG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
           END-START.

       REPORT-NEXT-MEMBER.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-MEMBER-EOF
              NOT AT END
                 IF NOT CG-GROUP-MEMBER
                    OR CG-KEY-ID NOT = WS-GROUP-ID
                    MOVE 'Y' TO WS-MEMBER-EOF
                 ELSE
                    PERFORM REPORT-MEMBER
                 END-IF
           END-READ.

       REPORT-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE CG-KEY-MEMBER-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 PERFORM WRITE-MEMBER-NOT-FOUND
              NOT INVALID KEY
                 PERFORM FIND-GROUP-RATE
                 IF WS-RATE-FOUND = 'Y'
                    PERFORM ADD-MEMBER-TO-GROUP
                 ELSE
                    MOVE 'Y' TO WS-GROUP-INCOMPLETE
                    MOVE CUST-ID TO MN-CUST-ID
                    MOVE CUST-NAME TO MN-NAME
                    MOVE CUST-CURRENCY-CODE TO MN-CURRENCY
                    MOVE 'NO EXCHANGE RATE - LEFT OUT OF GROUP TOTALS'
                       TO MN-MESSAGE
                    WRITE EXPOSURE-REPORT-LINE
                       FROM MEMBER-NO-RATE-LINE
                 END-IF
           END-READ.

       WRITE-MEMBER-NOT-FOUND.
           MOVE CG-KEY-MEMBER-ID TO MN-CUST-ID
           MOVE CG-GROUP-NAME TO MN-NAME
           MOVE CG-LIMIT-CURRENCY TO MN-CURRENCY
           MOVE '*** NOT ON CUSTOMER FILE ***' TO MN-MESSAGE
           WRITE EXPOSURE-REPORT-LINE FROM MEMBER-NO-RATE-LINE.

       ADD-MEMBER-TO-GROUP.
           COMPUTE WS-CONV-BALANCE ROUNDED = CUST-BALANCE * WS-RATE
           COMPUTE WS-CONV-LIMIT ROUNDED = CUST-CREDIT-LIMIT * WS-RATE
           ADD WS-CONV-BALANCE TO WS-GROUP-BALANCE
           ADD WS-CONV-LIMIT TO WS-GROUP-LIMITS
           IF WS-CONV-BALANCE < 0
              SUBTRACT WS-CONV-BALANCE FROM WS-GROUP-EXPOSURE
           END-IF
           MOVE CUST-ID TO ML-CUST-ID
           MOVE CUST-NAME TO ML-NAME
           MOVE CUST-CURRENCY-CODE TO ML-CURRENCY
           MOVE CUST-BALANCE TO ML-BALANCE
           MOVE CUST-CREDIT-LIMIT TO ML-LIMIT
           MOVE WS-RATE TO ML-RATE
           MOVE WS-CONV-BALANCE TO ML-GROUP-BALANCE
           MOVE WS-CONV-LIMIT TO ML-GROUP-LIMIT
           WRITE EXPOSURE-REPORT-LINE FROM MEMBER-LINE.

      *    Latest EXCHRATE record on or before the rate date for the
      *    member's currency into the group's limit currency.
       FIND-GROUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           IF CUST-CURRENCY-CODE = WS-GROUP-CURRENCY
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              IF WS-EXCH-FILE-OPEN = 'Y'
                 MOVE CUST-CURRENCY-CODE TO EXCH-FROM-CURRENCY
                 MOVE WS-GROUP-CURRENCY TO EXCH-TO-CURRENCY
                 MOVE WS-RUN-DATE TO EXCH-EFF-DATE
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
                 IF EXCH-FROM-CURRENCY = CUST-CURRENCY-CODE
                    AND EXCH-TO-CURRENCY = WS-GROUP-CURRENCY
                    MOVE EXCH-RATE TO WS-RATE
                    MOVE 'Y' TO WS-RATE-FOUND
                 END-IF
           END-READ.

       WRITE-GROUP-TOTALS.
           MOVE WS-MEMBER-COUNT TO GT-MEMBERS
           MOVE WS-GROUP-BALANCE TO GT-BALANCE
           MOVE WS-GROUP-LIMITS TO GT-LIMITS
           WRITE EXPOSURE-REPORT-LINE FROM GROUP-TOTAL-LINE
           MOVE WS-GROUP-EXPOSURE TO GP-EXPOSURE
           MOVE WS-GROUP-LIMIT TO GP-GROUP-LIMIT
           COMPUTE GP-HEADROOM = WS-GROUP-LIMIT - WS-GROUP-EXPOSURE
           EVALUATE TRUE
              WHEN WS-GROUP-EXPOSURE > WS-GROUP-LIMIT
                 ADD 1 TO WS-GROUPS-OVER
                 MOVE '*** OVER GROUP LIMIT ***' TO GP-FLAG
              WHEN WS-GROUP-INCOMPLETE = 'Y'
                 MOVE 'INCOMPLETE - NO EXCHANGE RATE' TO GP-FLAG
              WHEN WS-GROUP-LIMITS > WS-GROUP-LIMIT
                 MOVE 'MEMBER LIMITS EXCEED GROUP' TO GP-FLAG
              WHEN OTHER
                 MOVE SPACES TO GP-FLAG
           END-EVALUATE
           IF WS-GROUP-INCOMPLETE = 'Y'
              ADD 1 TO WS-GROUPS-INCOMPLETE
           END-IF
           WRITE EXPOSURE-REPORT-LINE FROM GROUP-POSITION-LINE.

       FINALIZATION.
           MOVE SPACES TO EXPOSURE-REPORT-LINE
           WRITE EXPOSURE-REPORT-LINE
           MOVE WS-GROUPS-REPORTED TO TL-GROUPS
           MOVE WS-GROUPS-OVER TO TL-OVER
           MOVE WS-GROUPS-INCOMPLETE TO TL-INCOMPLETE
           WRITE EXPOSURE-REPORT-LINE FROM TOTAL-LINE
           IF WS-CGRP-OPEN = 'Y'
              CLOSE CUSTOMER-GROUP-FILE
           END-IF
           IF WS-EXCH-FILE-OPEN = 'Y'
              CLOSE EXCHANGE-RATE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE EXPOSURE-REPORT
           IF WS-GROUPS-INCOMPLETE > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Customer Groups Reported: ' WS-GROUPS-REPORTED
           DISPLAY 'Groups Over Limit: ' WS-GROUPS-OVER
           DISPLAY 'Groups Incomplete: ' WS-GROUPS-INCOMPLETE.
