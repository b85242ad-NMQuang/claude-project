       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES EXCEPTIONS        *
      * Joins the three trails by operator ID for a period: SIGNLOG   *
      * (every OPERSIGN attempt), AUDITLOG (customer, posting and     *
      * queue images) and RATAUDIT (rate, product, GL map, stock and  *
      * supplier tables). Each operator's events are sorted by day    *
      * with that day's sign-ons ahead of its changes, and the        *
      * report lists, per operator:                                   *
      *  - successful sign-ons outside business hours or at weekends; *
      *  - changes logged under an operator on OPERSEC with no        *
      *    successful sign-on that day;                               *
      *  - a posting (reversal, suspense write-off, or approval of    *
      *    either) against a customer the same operator maintained    *
      *    earlier in the period;                                     *
      *  - bursts of failed sign-ons within an hour;                  *
      * followed by an activity line, then every supervisor with no   *
      * successful sign-on for the idle limit before the period end.  *
      * IDs not on OPERSEC (batch programs stamping their own name)   *
      * are reported for activity but never as missing a sign-on.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERSEC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-STATUS.

           SELECT SIGNON-LOG ASSIGN TO 'SIGNLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SIGN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RAUD-STATUS.

           SELECT ACTIVITY-SORT-FILE ASSIGN TO 'OPASRT1'.

           SELECT ACTIVITY-REPORT ASSIGN TO 'OPERACTR'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPER-ID              PIC X(8).
           05 OPER-PASSPHRASE      PIC X(20).
           05 OPER-AUTHORITY       PIC X(1).
           05 OPER-FAILED-COUNT    PIC 9(2).
           05 OPER-LOCKED          PIC X(1).
           05 OPER-PASS-DATE       PIC X(10).

       FD  SIGNON-LOG.
       01  SIGNON-LOG-RECORD.
           05 SL-TIMESTAMP         PIC X(20).
           05 SL-PROGRAM           PIC X(8).
           05 SL-OPERATOR          PIC X(8).
           05 SL-RESULT            PIC X(1).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(20).
           05 AUD-OPERATION        PIC X(10).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-OLD-IMAGE        PIC X(418).
           05 AUD-NEW-IMAGE        PIC X(418).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05 OA-OPERATOR          PIC X(8).
           05 OA-DATE              PIC X(8).
           05 OA-CLASS             PIC X(1).
              88 OA-SIGN-ON           VALUE '1'.
              88 OA-CHANGE            VALUE '2'.
           05 OA-TIME              PIC X(8).
           05 OA-SOURCE            PIC X(1).
              88 OA-FROM-SIGNLOG      VALUE 'S'.
              88 OA-FROM-AUDITLOG     VALUE 'A'.
              88 OA-FROM-RATAUDIT     VALUE 'R'.
           05 OA-RESULT            PIC X(1).
           05 OA-ACTIVITY          PIC X(10).
           05 OA-TABLE             PIC X(8).
           05 OA-KIND              PIC X(1).
              88 OA-MAINTENANCE       VALUE 'M'.
              88 OA-POSTING           VALUE 'P'.
           05 OA-CUST-ID           PIC 9(10).

       FD  ACTIVITY-REPORT.
       01  ACTIVITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-SIGN-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RAUD-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-SORT-EOF             PIC X VALUE 'N'.
       01  WS-FIRST-OPERATOR       PIC X VALUE 'Y'.

      *    Run parameters, blank for the defaults.
       01  WS-PARM-START-DATE      PIC X(8).
       01  WS-PARM-END-DATE        PIC X(8).
       01  WS-PARM-HOURS-START     PIC X(4).
       01  WS-PARM-HOURS-END       PIC X(4).
       01  WS-PARM-BURST           PIC X(2).
       01  WS-PARM-IDLE-DAYS       PIC X(3).
       01  WS-START-DATE           PIC X(8).
       01  WS-END-DATE             PIC X(8).
       01  WS-HOURS-START          PIC X(4) VALUE '0700'.
       01  WS-HOURS-END            PIC X(4) VALUE '1900'.
       01  WS-BURST-LIMIT          PIC 9(2) VALUE 3.
       01  WS-BURST-WINDOW         PIC 9(3) VALUE 60.
       01  WS-IDLE-LIMIT           PIC 9(3) VALUE 90.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-DATE-INTEGER         PIC 9(8).
       01  WS-DAY-OF-WEEK          PIC 9(1).
       01  WS-WEEK-COUNT           PIC 9(7).
       01  WS-END-SERIAL           PIC 9(7).
       01  WS-LAST-SERIAL          PIC 9(7).
       01  WS-IDLE-DAYS            PIC 9(5).

      *    Every operator on OPERSEC, with the last successful
      *    sign-on found on SIGNLOG up to the period end.
       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-COUNT    PIC 9(3) VALUE 0.
           05 WS-OPERATOR-ENTRY OCCURS 500 TIMES.
              10 WS-OT-ID          PIC X(8).
              10 WS-OT-AUTHORITY   PIC X(1).
              10 WS-OT-LAST-SIGNON PIC X(8).
       01  WS-OT-SUB               PIC 9(3).
       01  WS-OT-FOUND             PIC X.
       01  WS-LOOKUP-OPERATOR      PIC X(8).

      *    Customers the current operator maintained in the period.
       01  WS-MAINTAINED-TABLE.
           05 WS-MAINTAINED-COUNT  PIC 9(3) VALUE 0.
           05 WS-MAINTAINED-ENTRY OCCURS 200 TIMES.
              10 WS-MT-CUST-ID     PIC 9(10).
              10 WS-MT-DATE        PIC X(8).
              10 WS-MT-OPERATION   PIC X(10).
       01  WS-MT-SUB               PIC 9(3).
       01  WS-MT-FOUND             PIC X.

      *    Current operator's running state.
       01  WS-CURRENT-OPERATOR     PIC X(8).
       01  WS-CURRENT-KNOWN        PIC X.
       01  WS-CURRENT-AUTHORITY    PIC X(1).
       01  WS-SIGNED-ON-DATE       PIC X(8).
       01  WS-BURST-DATE           PIC X(8).
       01  WS-BURST-START          PIC 9(4).
       01  WS-BURST-COUNT          PIC 9(3).
       01  WS-EVENT-HOURS          PIC 9(2).
       01  WS-EVENT-MINS           PIC 9(2).
       01  WS-EVENT-MINUTES        PIC 9(4).
       01  WS-OP-SIGNONS           PIC 9(5).
       01  WS-OP-FAILURES          PIC 9(5).
       01  WS-OP-CHANGES           PIC 9(5).
       01  WS-OP-TABLE-CHANGES     PIC 9(5).
       01  WS-OP-EXCEPTIONS        PIC 9(5).

       01  WS-EXCEPTION-TYPE       PIC X(24).
       01  WS-EXCEPTION-DETAIL     PIC X(70).
       01  WS-OFF-HOURS-COUNT      PIC 9(5) VALUE 0.
       01  WS-NO-SIGNON-COUNT      PIC 9(5) VALUE 0.
       01  WS-MAINT-POST-COUNT     PIC 9(5) VALUE 0.
       01  WS-BURST-EXC-COUNT      PIC 9(5) VALUE 0.
       01  WS-IDLE-SUPV-COUNT      PIC 9(5) VALUE 0.
       01  WS-EVENT-COUNT          PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(55) VALUE
              '     OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES REPORT'.
           05 FILLER               PIC X(9) VALUE '  PERIOD '.
           05 RH-START-DATE        PIC X(8).
           05 FILLER               PIC X(4) VALUE ' TO '.
           05 RH-END-DATE          PIC X(8).
           05 FILLER               PIC X(48) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(56) VALUE
              'OPERATOR  DATE      TIME      EXCEPTION'.
           05 FILLER               PIC X(76) VALUE 'DETAIL'.

       01  EXCEPTION-LINE.
           05 EX-OPERATOR          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-DATE              PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-TIME              PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-TYPE              PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 EX-DETAIL            PIC X(70).
           05 FILLER               PIC X(6) VALUE SPACES.

       01  OPERATOR-SUMMARY-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 OS-OPERATOR          PIC X(8).
           05 FILLER               PIC X(7) VALUE ' AUTH: '.
           05 OS-AUTHORITY         PIC X(1).
           05 FILLER               PIC X(11) VALUE '  SIGN-ONS '.
           05 OS-SIGNONS           PIC ZZ,ZZ9.
           05 FILLER               PIC X(9) VALUE '  FAILED '.
           05 OS-FAILURES          PIC ZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE '  CHANGES '.
           05 OS-CHANGES           PIC ZZ,ZZ9.
           05 FILLER               PIC X(16) VALUE '  TABLE CHANGES '.
           05 OS-TABLE-CHANGES     PIC ZZ,ZZ9.
           05 FILLER               PIC X(13) VALUE '  EXCEPTIONS '.
           05 OS-EXCEPTIONS        PIC ZZ,ZZ9.
           05 FILLER               PIC X(25) VALUE SPACES.

       01  SECTION-TITLE-LINE.
           05 ST-TITLE             PIC X(60).
           05 FILLER               PIC X(72) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT ACTIVITY-SORT-FILE
              ON ASCENDING KEY OA-OPERATOR OA-DATE OA-CLASS OA-TIME
              INPUT PROCEDURE IS COLLECT-OPERATOR-EVENTS
              OUTPUT PROCEDURE IS REVIEW-OPERATOR-EVENTS
           PERFORM REPORT-IDLE-SUPERVISORS
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Operator Activity Report'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           DISPLAY 'Enter Period Start (CCYYMMDD): '
           ACCEPT WS-PARM-START-DATE
           DISPLAY 'Enter Period End (CCYYMMDD, blank for today): '
           ACCEPT WS-PARM-END-DATE
           DISPLAY 'Enter Business Hours Start (HHMM, blank 0700): '
           ACCEPT WS-PARM-HOURS-START
           DISPLAY 'Enter Business Hours End (HHMM, blank 1900): '
           ACCEPT WS-PARM-HOURS-END
           DISPLAY 'Enter Failed Sign-Ons Per Hour For A Burst '
              '(blank 3): '
           ACCEPT WS-PARM-BURST
           DISPLAY 'Enter Supervisor Idle Days (blank 90): '
           ACCEPT WS-PARM-IDLE-DAYS
           MOVE WS-PARM-START-DATE TO WS-START-DATE
           IF WS-PARM-END-DATE = SPACES
              MOVE WS-ACCEPT-DATE TO WS-END-DATE
           ELSE
              MOVE WS-PARM-END-DATE TO WS-END-DATE
           END-IF
           IF WS-PARM-HOURS-START IS NUMERIC
              MOVE WS-PARM-HOURS-START TO WS-HOURS-START
           END-IF
           IF WS-PARM-HOURS-END IS NUMERIC
              MOVE WS-PARM-HOURS-END TO WS-HOURS-END
           END-IF
           IF WS-PARM-BURST IS NUMERIC AND WS-PARM-BURST NOT = '00'
              MOVE WS-PARM-BURST TO WS-BURST-LIMIT
           END-IF
           IF WS-PARM-IDLE-DAYS IS NUMERIC AND
              WS-PARM-IDLE-DAYS NOT = '000'
              MOVE WS-PARM-IDLE-DAYS TO WS-IDLE-LIMIT
           END-IF
           MOVE WS-END-DATE TO WS-DATE-INTEGER
           COMPUTE WS-END-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
           OPEN INPUT OPERATOR-FILE
           OPEN OUTPUT ACTIVITY-REPORT
           IF WS-OPER-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-OPERATOR-TABLE
           CLOSE OPERATOR-FILE
           MOVE WS-START-DATE TO RH-START-DATE
           MOVE WS-END-DATE TO RH-END-DATE
           WRITE ACTIVITY-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM COLUMN-HEADER.

       LOAD-OPERATOR-TABLE.
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF-FLAG
           END-START
           PERFORM LOAD-NEXT-OPERATOR UNTIL WS-EOF-FLAG = 'Y'.

       LOAD-NEXT-OPERATOR.
           READ OPERATOR-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF WS-OPERATOR-COUNT < 500
                    ADD 1 TO WS-OPERATOR-COUNT
                    MOVE OPER-ID TO WS-OT-ID(WS-OPERATOR-COUNT)
                    MOVE OPER-AUTHORITY
                       TO WS-OT-AUTHORITY(WS-OPERATOR-COUNT)
                    MOVE SPACES
                       TO WS-OT-LAST-SIGNON(WS-OPERATOR-COUNT)
                 ELSE
                    DISPLAY 'Operator table full - ' OPER-ID
                       ' not loaded'
                 END-IF
           END-READ.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OT-FOUND
           MOVE 1 TO WS-OT-SUB
           PERFORM MATCH-OPERATOR-ENTRY
              UNTIL WS-OT-FOUND = 'Y' OR
                    WS-OT-SUB > WS-OPERATOR-COUNT.

       MATCH-OPERATOR-ENTRY.
           IF WS-OT-ID(WS-OT-SUB) = WS-LOOKUP-OPERATOR
              MOVE 'Y' TO WS-OT-FOUND
           ELSE
              ADD 1 TO WS-OT-SUB
           END-IF.

      *    The whole of SIGNLOG is read for the idle test; only the
      *    period's events go to the sort.
       COLLECT-OPERATOR-EVENTS.
           OPEN INPUT SIGNON-LOG
           IF WS-SIGN-STATUS = '00'
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM COLLECT-NEXT-SIGNON UNTIL WS-EOF-FLAG = 'Y'
              CLOSE SIGNON-LOG
           ELSE
              DISPLAY 'No sign-on log - sign-on checks skipped'
           END-IF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = '00'
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM COLLECT-NEXT-AUDIT UNTIL WS-EOF-FLAG = 'Y'
              CLOSE AUDIT-LOG
           END-IF
           OPEN INPUT RATE-AUDIT-LOG
           IF WS-RAUD-STATUS = '00'
              MOVE 'N' TO WS-EOF-FLAG
              PERFORM COLLECT-NEXT-RATE-AUDIT UNTIL WS-EOF-FLAG = 'Y'
              CLOSE RATE-AUDIT-LOG
           END-IF.

       COLLECT-NEXT-SIGNON.
           READ SIGNON-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF SL-TIMESTAMP(1:8) NOT > WS-END-DATE
                    IF SL-RESULT = 'S'
                       MOVE SL-OPERATOR TO WS-LOOKUP-OPERATOR
                       PERFORM FIND-OPERATOR
                       IF WS-OT-FOUND = 'Y'
                          MOVE SL-TIMESTAMP(1:8)
                             TO WS-OT-LAST-SIGNON(WS-OT-SUB)
                       END-IF
                    END-IF
                    IF SL-TIMESTAMP(1:8) NOT < WS-START-DATE
                       MOVE SPACES TO ACTIVITY-SORT-RECORD
                       MOVE SL-OPERATOR TO OA-OPERATOR
                       MOVE SL-TIMESTAMP(1:8) TO OA-DATE
                       MOVE '1' TO OA-CLASS
                       MOVE SL-TIMESTAMP(9:8) TO OA-TIME
                       MOVE 'S' TO OA-SOURCE
                       MOVE SL-RESULT TO OA-RESULT
                       MOVE SL-PROGRAM TO OA-ACTIVITY
                       MOVE 0 TO OA-CUST-ID
                       ADD 1 TO WS-EVENT-COUNT
                       RELEASE ACTIVITY-SORT-RECORD
                    END-IF
                 END-IF
           END-READ.

       COLLECT-NEXT-AUDIT.
           READ AUDIT-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF AUD-TIMESTAMP(1:8) NOT < WS-START-DATE AND
                    AUD-TIMESTAMP(1:8) NOT > WS-END-DATE
                    MOVE SPACES TO ACTIVITY-SORT-RECORD
                    MOVE AUD-OPERATOR TO OA-OPERATOR
                    MOVE AUD-TIMESTAMP(1:8) TO OA-DATE
                    MOVE '2' TO OA-CLASS
                    MOVE AUD-TIMESTAMP(9:8) TO OA-TIME
                    MOVE 'A' TO OA-SOURCE
                    MOVE AUD-OPERATION TO OA-ACTIVITY
                    MOVE 'AUDITLOG' TO OA-TABLE
                    MOVE 0 TO OA-CUST-ID
                    PERFORM CLASSIFY-AUDIT-EVENT
                    ADD 1 TO WS-EVENT-COUNT
                    RELEASE ACTIVITY-SORT-RECORD
                 END-IF
           END-READ.

      *    Customer maintenance carries the customer record as its
      *    image (key first); a reversal the history leg (customer
      *    first); a suspense write-off the suspense item (customer
      *    after the 15-digit TRAN-ID); an approval the pending
      *    action, whose customer follows the queue fields.
       CLASSIFY-AUDIT-EVENT.
           EVALUATE AUD-OPERATION
              WHEN 'CREATE'
              WHEN 'UPDATE'
              WHEN 'DELETE'
              WHEN 'REACTIVATE'
              WHEN 'BULKUPD'
              WHEN 'CUSTMERG'
              WHEN 'PLACE'
              WHEN 'LIMOVREL'
                 MOVE 'M' TO OA-KIND
                 IF AUD-NEW-IMAGE(1:10) IS NUMERIC AND
                    AUD-NEW-IMAGE(1:10) NOT = ZEROS
                    MOVE AUD-NEW-IMAGE(1:10) TO OA-CUST-ID
                 ELSE
                    IF AUD-OLD-IMAGE(1:10) IS NUMERIC
                       MOVE AUD-OLD-IMAGE(1:10) TO OA-CUST-ID
                    END-IF
                 END-IF
              WHEN 'REVERSE'
                 MOVE 'P' TO OA-KIND
                 IF AUD-NEW-IMAGE(1:10) IS NUMERIC
                    MOVE AUD-NEW-IMAGE(1:10) TO OA-CUST-ID
                 END-IF
              WHEN 'SUSPWOFF'
                 MOVE 'P' TO OA-KIND
                 IF AUD-OLD-IMAGE(16:10) IS NUMERIC
                    MOVE AUD-OLD-IMAGE(16:10) TO OA-CUST-ID
                 END-IF
              WHEN 'PENDAPPRV'
                 IF AUD-NEW-IMAGE(9:8) = 'TRNREV  ' OR
                    AUD-NEW-IMAGE(9:8) = 'SUSPWOFF'
                    MOVE 'P' TO OA-KIND
                    IF AUD-NEW-IMAGE(45:10) IS NUMERIC
                       MOVE AUD-NEW-IMAGE(45:10) TO OA-CUST-ID
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       COLLECT-NEXT-RATE-AUDIT.
           READ RATE-AUDIT-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF RAUD-TIMESTAMP(1:8) NOT < WS-START-DATE AND
                    RAUD-TIMESTAMP(1:8) NOT > WS-END-DATE
                    MOVE SPACES TO ACTIVITY-SORT-RECORD
                    MOVE RAUD-OPERATOR TO OA-OPERATOR
                    MOVE RAUD-TIMESTAMP(1:8) TO OA-DATE
                    MOVE '2' TO OA-CLASS
                    MOVE RAUD-TIMESTAMP(9:8) TO OA-TIME
                    MOVE 'R' TO OA-SOURCE
                    MOVE RAUD-OPERATION TO OA-ACTIVITY
                    MOVE RAUD-TABLE TO OA-TABLE
                    MOVE 0 TO OA-CUST-ID
                    ADD 1 TO WS-EVENT-COUNT
                    RELEASE ACTIVITY-SORT-RECORD
                 END-IF
           END-READ.

       REVIEW-OPERATOR-EVENTS.
           PERFORM REVIEW-NEXT-EVENT UNTIL WS-SORT-EOF = 'Y'
           IF WS-FIRST-OPERATOR = 'N'
              PERFORM WRITE-OPERATOR-SUMMARY
           END-IF.

       REVIEW-NEXT-EVENT.
           RETURN ACTIVITY-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                 IF WS-FIRST-OPERATOR = 'Y' OR
                    OA-OPERATOR NOT = WS-CURRENT-OPERATOR
                    IF WS-FIRST-OPERATOR = 'N'
                       PERFORM WRITE-OPERATOR-SUMMARY
                    END-IF
                    MOVE 'N' TO WS-FIRST-OPERATOR
                    PERFORM START-NEW-OPERATOR
                 END-IF
                 IF OA-SIGN-ON
                    PERFORM REVIEW-SIGNON-EVENT
                 ELSE
                    PERFORM REVIEW-CHANGE-EVENT
                 END-IF
           END-RETURN.

       START-NEW-OPERATOR.
           MOVE OA-OPERATOR TO WS-CURRENT-OPERATOR
           MOVE OA-OPERATOR TO WS-LOOKUP-OPERATOR
           PERFORM FIND-OPERATOR
           MOVE WS-OT-FOUND TO WS-CURRENT-KNOWN
           IF WS-OT-FOUND = 'Y'
              MOVE WS-OT-AUTHORITY(WS-OT-SUB) TO WS-CURRENT-AUTHORITY
           ELSE
              MOVE '-' TO WS-CURRENT-AUTHORITY
           END-IF
           MOVE SPACES TO WS-SIGNED-ON-DATE
           MOVE SPACES TO WS-BURST-DATE
           MOVE 0 TO WS-BURST-START
           MOVE 0 TO WS-BURST-COUNT
           MOVE 0 TO WS-MAINTAINED-COUNT
           MOVE 0 TO WS-OP-SIGNONS
           MOVE 0 TO WS-OP-FAILURES
           MOVE 0 TO WS-OP-CHANGES
           MOVE 0 TO WS-OP-TABLE-CHANGES
           MOVE 0 TO WS-OP-EXCEPTIONS.

       REVIEW-SIGNON-EVENT.
           IF OA-RESULT = 'S'
              ADD 1 TO WS-OP-SIGNONS
              MOVE OA-DATE TO WS-SIGNED-ON-DATE
              PERFORM CHECK-BUSINESS-HOURS
           ELSE
              ADD 1 TO WS-OP-FAILURES
              PERFORM CHECK-FAILURE-BURST
           END-IF.

      *    Day of week from the integer date: 1601-01-01 was a
      *    Monday, so remainder 6 is Saturday and 0 Sunday.
       CHECK-BUSINESS-HOURS.
           MOVE OA-DATE TO WS-DATE-INTEGER
           COMPUTE WS-LAST-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
           DIVIDE WS-LAST-SERIAL BY 7 GIVING WS-WEEK-COUNT
              REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0 OR
              OA-TIME(1:4) < WS-HOURS-START OR
              OA-TIME(1:4) NOT < WS-HOURS-END
              MOVE 'OFF-HOURS SIGN-ON' TO WS-EXCEPTION-TYPE
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                 STRING 'WEEKEND SIGN-ON TO ' OA-ACTIVITY
                    DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              ELSE
                 STRING 'SIGN-ON TO ' OA-ACTIVITY
                    DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              END-IF
              ADD 1 TO WS-OFF-HOURS-COUNT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *    A burst is the burst limit of failures (any result other
      *    than a good sign-on) inside one window from the first of
      *    them; it is reported once, when the limit is reached.
       CHECK-FAILURE-BURST.
           MOVE OA-TIME(1:2) TO WS-EVENT-HOURS
           MOVE OA-TIME(3:2) TO WS-EVENT-MINS
           COMPUTE WS-EVENT-MINUTES =
              WS-EVENT-HOURS * 60 + WS-EVENT-MINS
           IF OA-DATE = WS-BURST-DATE AND
              WS-EVENT-MINUTES - WS-BURST-START NOT > WS-BURST-WINDOW
              ADD 1 TO WS-BURST-COUNT
           ELSE
              MOVE OA-DATE TO WS-BURST-DATE
              MOVE WS-EVENT-MINUTES TO WS-BURST-START
              MOVE 1 TO WS-BURST-COUNT
           END-IF
           IF WS-BURST-COUNT = WS-BURST-LIMIT
              MOVE 'FAILED SIGN-ON BURST' TO WS-EXCEPTION-TYPE
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING WS-BURST-COUNT ' FAILURES WITHIN '
                     WS-BURST-WINDOW ' MINUTES, LATEST ON '
                     OA-ACTIVITY
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              ADD 1 TO WS-BURST-EXC-COUNT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       REVIEW-CHANGE-EVENT.
           IF OA-FROM-RATAUDIT
              ADD 1 TO WS-OP-TABLE-CHANGES
           ELSE
              ADD 1 TO WS-OP-CHANGES
           END-IF
           IF WS-CURRENT-KNOWN = 'Y' AND
              WS-SIGNED-ON-DATE NOT = OA-DATE
              MOVE 'CHANGE WITHOUT SIGN-ON' TO WS-EXCEPTION-TYPE
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING OA-TABLE ' ' OA-ACTIVITY
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              ADD 1 TO WS-NO-SIGNON-COUNT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF OA-MAINTENANCE AND OA-CUST-ID > 0
              PERFORM REMEMBER-MAINTAINED-CUSTOMER
           END-IF
           IF OA-POSTING AND OA-CUST-ID > 0
              PERFORM CHECK-MAINTAINED-CUSTOMER
           END-IF.

       REMEMBER-MAINTAINED-CUSTOMER.
           PERFORM FIND-MAINTAINED-CUSTOMER
           IF WS-MT-FOUND = 'N' AND WS-MAINTAINED-COUNT < 200
              ADD 1 TO WS-MAINTAINED-COUNT
              MOVE OA-CUST-ID TO WS-MT-CUST-ID(WS-MAINTAINED-COUNT)
              MOVE OA-DATE TO WS-MT-DATE(WS-MAINTAINED-COUNT)
              MOVE OA-ACTIVITY TO WS-MT-OPERATION(WS-MAINTAINED-COUNT)
           END-IF.

       CHECK-MAINTAINED-CUSTOMER.
           PERFORM FIND-MAINTAINED-CUSTOMER
           IF WS-MT-FOUND = 'Y'
              MOVE 'MAINTAINED THEN POSTED' TO WS-EXCEPTION-TYPE
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              STRING OA-ACTIVITY ' CUSTOMER ' OA-CUST-ID
                     ' AFTER ' WS-MT-OPERATION(WS-MT-SUB)
                     ' ON ' WS-MT-DATE(WS-MT-SUB)
                 DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
              ADD 1 TO WS-MAINT-POST-COUNT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       FIND-MAINTAINED-CUSTOMER.
           MOVE 'N' TO WS-MT-FOUND
           MOVE 1 TO WS-MT-SUB
           PERFORM MATCH-MAINTAINED-ENTRY
              UNTIL WS-MT-FOUND = 'Y' OR
                    WS-MT-SUB > WS-MAINTAINED-COUNT.

       MATCH-MAINTAINED-ENTRY.
           IF WS-MT-CUST-ID(WS-MT-SUB) = OA-CUST-ID
              MOVE 'Y' TO WS-MT-FOUND
           ELSE
              ADD 1 TO WS-MT-SUB
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-OP-EXCEPTIONS
           MOVE OA-OPERATOR TO EX-OPERATOR
           MOVE OA-DATE TO EX-DATE
           MOVE OA-TIME TO EX-TIME
           MOVE WS-EXCEPTION-TYPE TO EX-TYPE
           MOVE WS-EXCEPTION-DETAIL TO EX-DETAIL
           WRITE ACTIVITY-REPORT-LINE FROM EXCEPTION-LINE.

       WRITE-OPERATOR-SUMMARY.
           MOVE WS-CURRENT-OPERATOR TO OS-OPERATOR
           MOVE WS-CURRENT-AUTHORITY TO OS-AUTHORITY
           MOVE WS-OP-SIGNONS TO OS-SIGNONS
           MOVE WS-OP-FAILURES TO OS-FAILURES
           MOVE WS-OP-CHANGES TO OS-CHANGES
           MOVE WS-OP-TABLE-CHANGES TO OS-TABLE-CHANGES
           MOVE WS-OP-EXCEPTIONS TO OS-EXCEPTIONS
           WRITE ACTIVITY-REPORT-LINE FROM OPERATOR-SUMMARY-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

      *    Idle is measured from the last good sign-on on or before
      *    the period end; a supervisor never seen on SIGNLOG is
      *    idle by definition.
       REPORT-IDLE-SUPERVISORS.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 'IDLE SUPERVISOR AUTHORITIES' TO ST-TITLE
           WRITE ACTIVITY-REPORT-LINE FROM SECTION-TITLE-LINE
           MOVE 1 TO WS-OT-SUB
           PERFORM CHECK-SUPERVISOR-IDLE
              UNTIL WS-OT-SUB > WS-OPERATOR-COUNT.

       CHECK-SUPERVISOR-IDLE.
           IF WS-OT-AUTHORITY(WS-OT-SUB) = 'S'
              MOVE SPACES TO WS-EXCEPTION-DETAIL
              IF WS-OT-LAST-SIGNON(WS-OT-SUB) = SPACES
                 MOVE 'NO SUCCESSFUL SIGN-ON ON FILE'
                    TO WS-EXCEPTION-DETAIL
              ELSE
                 MOVE WS-OT-LAST-SIGNON(WS-OT-SUB) TO WS-DATE-INTEGER
                 COMPUTE WS-LAST-SERIAL =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-INTEGER)
                 COMPUTE WS-IDLE-DAYS = WS-END-SERIAL - WS-LAST-SERIAL
                 IF WS-IDLE-DAYS NOT < WS-IDLE-LIMIT
                    STRING 'LAST SIGN-ON ' WS-OT-LAST-SIGNON(WS-OT-SUB)
                           ', ' WS-IDLE-DAYS ' DAYS BEFORE PERIOD END'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                 END-IF
              END-IF
              IF WS-EXCEPTION-DETAIL NOT = SPACES
                 MOVE WS-OT-ID(WS-OT-SUB) TO EX-OPERATOR
                 MOVE WS-END-DATE TO EX-DATE
                 MOVE SPACES TO EX-TIME
                 MOVE 'IDLE SUPERVISOR' TO EX-TYPE
                 MOVE WS-EXCEPTION-DETAIL TO EX-DETAIL
                 WRITE ACTIVITY-REPORT-LINE FROM EXCEPTION-LINE
                 ADD 1 TO WS-IDLE-SUPV-COUNT
              END-IF
           END-IF
           ADD 1 TO WS-OT-SUB.

       FINALIZATION.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 'Events Reviewed:' TO SC-LABEL
           MOVE WS-EVENT-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Off-Hours Sign-Ons:' TO SC-LABEL
           MOVE WS-OFF-HOURS-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Changes Without Sign-On:' TO SC-LABEL
           MOVE WS-NO-SIGNON-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Maintained Then Posted:' TO SC-LABEL
           MOVE WS-MAINT-POST-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Failed Sign-On Bursts:' TO SC-LABEL
           MOVE WS-BURST-EXC-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Idle Supervisors:' TO SC-LABEL
           MOVE WS-IDLE-SUPV-COUNT TO SC-COUNT
           WRITE ACTIVITY-REPORT-LINE FROM SUMMARY-COUNT-LINE
           CLOSE ACTIVITY-REPORT
           DISPLAY 'Operator Activity Report Complete'
           DISPLAY 'Events Reviewed: ' WS-EVENT-COUNT.
