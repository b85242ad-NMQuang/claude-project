       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNRESC.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * BLOCKED-PARTY CUSTOMER BASE RESCREEN                          *
      * TRANEDIT only screens a customer when the customer transacts, *
      * so a dormant customer who is added to the list would not be   *
      * caught until money moved. This run takes every list entry     *
      * added or changed since the last rescreen - queued on SCRNPEND *
      * by SCRNMNT and SCRNLOAD - and checks the whole CUSTSWP        *
      * extract (CUSTMETR) against them: ID entries on the customer   *
      * number, provider entries on the normalized customer name.     *
      * An entry is rescreened as it stands on SCRNLIST now; one      *
      * removed since it was queued is skipped, one not yet in force  *
      * stays queued for a later run and an expired one is dropped.   *
      * A hit opens a case on MONCASE under breach type 'S' so        *
      * CASEMNT reviews, clears and ages it like a monitoring hit (a  *
      * customer already carrying an 'S' case has the hit counted on  *
      * it instead) and, when asked for, places an AL hold on         *
      * HOLDFILE. Hits are listed on SCRNRRPT; the step ends RC 4 if  *
      * there were any.                                               *
      * SYSIN: run date (CCYY-MM-DD, blank = today), then Y to place  *
      * an AL hold on every customer hit (blank or N = cases only).   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESCREEN-QUEUE ASSIGN TO 'SCRNPEND'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT SCREENING-LIST ASSIGN TO 'SCRNLIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCRN-KEY
           FILE STATUS IS WS-SCRN-STATUS.

           SELECT MATCH-INDEX ASSIGN TO 'SCRNWIDX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MX-KEY
           FILE STATUS IS WS-MIDX-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTMETR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CUST-STATUS.

           SELECT CASE-FILE ASSIGN TO 'MONCASE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MC-KEY
           FILE STATUS IS WS-CASE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-CUST-ID
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESCREEN-REPORT ASSIGN TO 'SCRNRRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESCREEN-QUEUE.
       01  RESCREEN-QUEUE-RECORD.
           05 SP-ENTRY-TYPE        PIC X(1).
           05 SP-ENTRY-ID          PIC 9(10).
           05 SP-QUEUED-DATE       PIC X(10).
           05 SP-QUEUED-BY         PIC X(8).

       FD  SCREENING-LIST.
           COPY SCRNREC.

      *    Scratch index of the entries being rescreened: 'I' keyed by
      *    customer number, 'N' by normalized party name. 'D' records
      *    hold the entries not yet in force, written back to the
      *    queue at the end of the run.
       FD  MATCH-INDEX.
       01  MATCH-INDEX-RECORD.
           05 MX-KEY.
              10 MX-MATCH-TYPE     PIC X(1).
              10 MX-MATCH-VALUE    PIC X(40).
           05 MX-ENTRY-TYPE        PIC X(1).
           05 MX-ENTRY-ID          PIC 9(10).
           05 MX-REASON            PIC X(49).
           05 MX-QUEUED-DATE       PIC X(10).
           05 MX-QUEUED-BY         PIC X(8).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CASE-FILE.
       01  CASE-RECORD.
           05 MC-KEY.
              10 MC-CUST-ID        PIC 9(10).
              10 MC-BREACH-TYPE    PIC X(1).
           05 MC-STATUS            PIC X(1).
           05 MC-CUST-NAME         PIC X(50).
           05 MC-FIRST-DATE        PIC X(10).
           05 MC-LAST-DATE         PIC X(10).
           05 MC-HIT-COUNT         PIC 9(5).
           05 MC-REVIEWER          PIC X(8).
           05 MC-NOTES             PIC X(100).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-CUST-ID         PIC 9(10).
           05 HOLD-TYPE            PIC X(2).
           05 HOLD-THRESHOLD-AMOUNT PIC 9(10)V99.
           05 HOLD-PLACED-DATE     PIC X(10).
           05 HOLD-EXPIRY-DATE     PIC X(10).
           05 HOLD-REASON          PIC X(50).
           05 HOLD-ACCT-NO         PIC 9(4).

       FD  RESCREEN-REPORT.
       01  RESCREEN-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-SCRN-STATUS          PIC XX.
       01  WS-MIDX-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-CASE-STATUS          PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-PEND-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-CUST-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-DEFER-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-SCRN-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-PEND-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-PLACE-HOLDS          PIC X(1).
       01  WS-MATCH-FOUND          PIC X.
       01  WS-MATCH-ON             PIC X(4).
       01  WS-CASE-RESULT          PIC X(8).
       01  WS-HOLD-RESULT          PIC X(31).
       01  WS-CUST-ID-TEXT         PIC 9(10).

       01  WS-QUEUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-SCREENED-COUNT       PIC 9(7) VALUE 0.
       01  WS-REMOVED-COUNT        PIC 9(7) VALUE 0.
       01  WS-DEFERRED-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-COUNT       PIC 9(7) VALUE 0.
       01  WS-HIT-COUNT            PIC 9(7) VALUE 0.
       01  WS-NEW-CASE-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXISTING-CASE-COUNT  PIC 9(7) VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(7) VALUE 0.

      *    Name matching - the same reduction to upper-case letters
      *    and digits DQSCAN uses for its duplicate check
       01  WS-NORM-SOURCE          PIC X(200).
       01  WS-NORM-LENGTH          PIC 9(3).
       01  WS-NORM-RESULT          PIC X(40).
       01  WS-NORM-IN              PIC 9(3).
       01  WS-NORM-OUT             PIC 9(3).
       01  WS-NORM-CHAR            PIC X.
           88 WS-NORM-KEEP         VALUE 'A' THRU 'I' 'J' THRU 'R'
                                         'S' THRU 'Z' '0' THRU '9'.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     BLOCKED-PARTY CUSTOMER RESCREEN'.
           05 FILLER               PIC X(11) VALUE
              'RUN DATE: '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(14) VALUE
              '   AL HOLDS: '.
           05 RH-PLACE-HOLDS       PIC X(1).
           05 FILLER               PIC X(56) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(50) VALUE
              'CUSTOMER    NAME                            ON    '.
           05 FILLER               PIC X(82) VALUE
              'LIST ENTRY    REASON / LIST              CASE      HOLD'.

       01  DETAIL-LINE.
           05 DL-CUST-ID           PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-NAME         PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-MATCH-ON          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ENTRY-TYPE        PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-ENTRY-ID          PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-REASON            PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CASE              PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-HOLD              PIC X(31).

       01  SUMMARY-LINE.
           05 SL-LABEL             PIC X(40).
           05 SL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-NEXT-QUEUED-ENTRY
              UNTIL WS-PEND-EOF-FLAG = 'Y'
           IF WS-SCREENED-COUNT > 0
              PERFORM RESCREEN-NEXT-CUSTOMER
                 UNTIL WS-CUST-EOF-FLAG = 'Y'
           END-IF
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Blocked-Party Customer Rescreen'
           DISPLAY 'Enter Run Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           DISPLAY 'Place AL Hold On Hits (Y/N): '
           ACCEPT WS-PLACE-HOLDS
           IF WS-PLACE-HOLDS NOT = 'Y'
              MOVE 'N' TO WS-PLACE-HOLDS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT RESCREEN-REPORT
           IF WS-CUST-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SCREENING-LIST
           IF WS-SCRN-STATUS = '00'
              MOVE 'Y' TO WS-SCRN-FILE-OPEN
           ELSE
              DISPLAY 'No screening list on file'
           END-IF
      *    Nothing queued is not an error - the list has simply not
      *    changed since the last rescreen.
           OPEN INPUT RESCREEN-QUEUE
           IF WS-PEND-STATUS = '00'
              MOVE 'Y' TO WS-PEND-FILE-OPEN
           END-IF
           IF WS-PEND-FILE-OPEN = 'N' OR WS-SCRN-FILE-OPEN = 'N'
              DISPLAY 'No list entries waiting for rescreen'
              MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-IF
           OPEN OUTPUT MATCH-INDEX
           CLOSE MATCH-INDEX
           OPEN I-O MATCH-INDEX
           IF WS-MIDX-STATUS NOT = '00'
              DISPLAY 'Error opening match index: ' WS-MIDX-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
              OPEN OUTPUT CASE-FILE
              CLOSE CASE-FILE
              OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = '00'
              DISPLAY 'Error opening case file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PLACE-HOLDS = 'Y'
              OPEN I-O HOLD-FILE
              IF WS-HOLD-STATUS NOT = '00'
                 OPEN OUTPUT HOLD-FILE
                 CLOSE HOLD-FILE
                 OPEN I-O HOLD-FILE
              END-IF
              IF WS-HOLD-STATUS NOT = '00'
                 DISPLAY 'Error opening hold file'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-PLACE-HOLDS TO RH-PLACE-HOLDS
           WRITE RESCREEN-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE FROM COLUMN-HEADER.

      *****************************************************************
      * FIRST PASS - each queued entry is read back off the list and, *
      * if in force on the run date, put on the match index.          *
      *****************************************************************
       LOAD-NEXT-QUEUED-ENTRY.
           READ RESCREEN-QUEUE
              AT END
                 MOVE 'Y' TO WS-PEND-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-QUEUED-COUNT
                 PERFORM LOAD-QUEUED-ENTRY
           END-READ.

       LOAD-QUEUED-ENTRY.
           MOVE SP-ENTRY-TYPE TO SCRN-ENTRY-TYPE
           MOVE SP-ENTRY-ID TO SCRN-ID
           READ SCREENING-LIST
              INVALID KEY
                 ADD 1 TO WS-REMOVED-COUNT
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN SCRN-EFF-FROM > WS-RUN-DATE
                       PERFORM DEFER-QUEUED-ENTRY
                    WHEN SCRN-EFF-TO NOT = SPACES
                       AND SCRN-EFF-TO < WS-RUN-DATE
                       ADD 1 TO WS-EXPIRED-COUNT
                    WHEN OTHER
                       PERFORM INDEX-LIST-ENTRY
                 END-EVALUATE
           END-READ.

      *    An entry queued more than once since the last run is only
      *    indexed the first time; the duplicate write is ignored.
       INDEX-LIST-ENTRY.
           MOVE SPACES TO MX-MATCH-VALUE
           IF SCRN-PROVIDER-ENTRY
              MOVE SCRN-PARTY-NAME TO WS-NORM-SOURCE
              MOVE 40 TO WS-NORM-LENGTH
              PERFORM NORMALIZE-TEXT
              MOVE 'N' TO MX-MATCH-TYPE
              MOVE WS-NORM-RESULT TO MX-MATCH-VALUE
           ELSE
              MOVE 'I' TO MX-MATCH-TYPE
              MOVE SCRN-ID TO WS-CUST-ID-TEXT
              MOVE WS-CUST-ID-TEXT TO MX-MATCH-VALUE(1:10)
           END-IF
           MOVE SCRN-ENTRY-TYPE TO MX-ENTRY-TYPE
           MOVE SCRN-ID TO MX-ENTRY-ID
           IF SCRN-PROVIDER-ENTRY
              MOVE SCRN-LIST-PROGRAM TO MX-REASON
           ELSE
              MOVE SCRN-REASON TO MX-REASON
           END-IF
           MOVE SP-QUEUED-DATE TO MX-QUEUED-DATE
           MOVE SP-QUEUED-BY TO MX-QUEUED-BY
           IF MX-MATCH-VALUE NOT = SPACES
              WRITE MATCH-INDEX-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-SCREENED-COUNT
              END-WRITE
           END-IF.

       DEFER-QUEUED-ENTRY.
           MOVE 'D' TO MX-MATCH-TYPE
           MOVE SPACES TO MX-MATCH-VALUE
           MOVE SP-ENTRY-TYPE TO MX-MATCH-VALUE(1:1)
           MOVE SP-ENTRY-ID TO WS-CUST-ID-TEXT
           MOVE WS-CUST-ID-TEXT TO MX-MATCH-VALUE(2:10)
           MOVE SP-ENTRY-TYPE TO MX-ENTRY-TYPE
           MOVE SP-ENTRY-ID TO MX-ENTRY-ID
           MOVE SPACES TO MX-REASON
           MOVE SP-QUEUED-DATE TO MX-QUEUED-DATE
           MOVE SP-QUEUED-BY TO MX-QUEUED-BY
           WRITE MATCH-INDEX-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-DEFERRED-COUNT
           END-WRITE.

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
      * SECOND PASS - every customer not closed is looked up on the   *
      * match index by number, then by normalized name.               *
      *****************************************************************
       RESCREEN-NEXT-CUSTOMER.
           READ CUSTOMER-FILE
              AT END
                 MOVE 'Y' TO WS-CUST-EOF-FLAG
              NOT AT END
                 IF CUST-STATUS NOT = 'C'
                    ADD 1 TO WS-CUSTOMER-COUNT
                    PERFORM RESCREEN-CUSTOMER
                 END-IF
           END-READ.

       RESCREEN-CUSTOMER.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 'I' TO MX-MATCH-TYPE
           MOVE SPACES TO MX-MATCH-VALUE
           MOVE CUST-ID TO WS-CUST-ID-TEXT
           MOVE WS-CUST-ID-TEXT TO MX-MATCH-VALUE(1:10)
           MOVE 'ID' TO WS-MATCH-ON
           PERFORM READ-MATCH-INDEX
           IF WS-MATCH-FOUND = 'N'
              MOVE CUST-NAME TO WS-NORM-SOURCE
              MOVE 50 TO WS-NORM-LENGTH
              PERFORM NORMALIZE-TEXT
              IF WS-NORM-RESULT NOT = SPACES
                 MOVE 'N' TO MX-MATCH-TYPE
                 MOVE WS-NORM-RESULT TO MX-MATCH-VALUE
                 MOVE 'NAME' TO WS-MATCH-ON
                 PERFORM READ-MATCH-INDEX
              END-IF
           END-IF
           IF WS-MATCH-FOUND = 'Y'
              ADD 1 TO WS-HIT-COUNT
              PERFORM RECORD-SCREENING-CASE
              MOVE SPACES TO WS-HOLD-RESULT
              IF WS-PLACE-HOLDS = 'Y'
                 PERFORM PLACE-ACCOUNT-HOLD
              END-IF
              PERFORM WRITE-HIT-LINE
           END-IF.

       READ-MATCH-INDEX.
           READ MATCH-INDEX
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-MATCH-FOUND
           END-READ.

      *    Same open-or-count rule as CASEMNT MATCH: a customer who
      *    already has an 'S' case, whatever its status, has the hit
      *    counted on that case rather than a second case opened.
       RECORD-SCREENING-CASE.
           MOVE CUST-ID TO MC-CUST-ID
           MOVE 'S' TO MC-BREACH-TYPE
           READ CASE-FILE
              INVALID KEY
                 PERFORM OPEN-SCREENING-CASE
              NOT INVALID KEY
                 ADD 1 TO WS-EXISTING-CASE-COUNT
                 ADD 1 TO MC-HIT-COUNT
                 MOVE WS-RUN-DATE TO MC-LAST-DATE
                 REWRITE CASE-RECORD
                 MOVE 'EXISTING' TO WS-CASE-RESULT
           END-READ.

       OPEN-SCREENING-CASE.
           ADD 1 TO WS-NEW-CASE-COUNT
           MOVE CUST-ID TO MC-CUST-ID
           MOVE 'S' TO MC-BREACH-TYPE
           MOVE 'N' TO MC-STATUS
           MOVE CUST-NAME TO MC-CUST-NAME
           MOVE WS-RUN-DATE TO MC-FIRST-DATE
           MOVE WS-RUN-DATE TO MC-LAST-DATE
           MOVE 1 TO MC-HIT-COUNT
           MOVE SPACES TO MC-REVIEWER
           MOVE SPACES TO MC-NOTES
           STRING 'RESCREEN ' WS-MATCH-ON ' MATCH ON LIST ENTRY '
              MX-ENTRY-TYPE ' ' MX-ENTRY-ID ' - ' MX-REASON
              DELIMITED BY SIZE INTO MC-NOTES
           END-STRING
           WRITE CASE-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           MOVE 'NEW' TO WS-CASE-RESULT.

      *    An existing AL hold is left as it is; any other hold is
      *    replaced by AL, the way HOLDMGMT replaces a hold placed on
      *    top of another.
       PLACE-ACCOUNT-HOLD.
           MOVE CUST-ID TO HOLD-CUST-ID
           READ HOLD-FILE
              INVALID KEY
                 PERFORM WRITE-ACCOUNT-HOLD
              NOT INVALID KEY
                 IF HOLD-TYPE = 'AL'
                    MOVE 'AL HOLD ALREADY ON FILE'
                       TO WS-HOLD-RESULT
                 ELSE
                    PERFORM SET-HOLD-DATA
                    REWRITE HOLD-RECORD
                    IF WS-HOLD-STATUS = '00'
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE 'AL HOLD REPLACED EXISTING HOLD'
                          TO WS-HOLD-RESULT
                    ELSE
                       MOVE 'ERROR REPLACING HOLD'
                          TO WS-HOLD-RESULT
                    END-IF
                 END-IF
           END-READ.

       WRITE-ACCOUNT-HOLD.
           PERFORM SET-HOLD-DATA
           WRITE HOLD-RECORD
              INVALID KEY
                 MOVE 'ERROR PLACING HOLD' TO WS-HOLD-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE 'AL HOLD PLACED' TO WS-HOLD-RESULT
           END-WRITE.

       SET-HOLD-DATA.
           MOVE CUST-ID TO HOLD-CUST-ID
           MOVE 'AL' TO HOLD-TYPE
           MOVE 0 TO HOLD-THRESHOLD-AMOUNT
           MOVE WS-RUN-DATE TO HOLD-PLACED-DATE
           MOVE SPACES TO HOLD-EXPIRY-DATE
           MOVE 'BLOCKED-PARTY LIST MATCH - SEE MONCASE CASE S'
              TO HOLD-REASON
           MOVE 0 TO HOLD-ACCT-NO.

       WRITE-HIT-LINE.
           MOVE CUST-ID TO DL-CUST-ID
           MOVE CUST-NAME TO DL-CUST-NAME
           MOVE WS-MATCH-ON TO DL-MATCH-ON
           MOVE MX-ENTRY-TYPE TO DL-ENTRY-TYPE
           MOVE MX-ENTRY-ID TO DL-ENTRY-ID
           MOVE MX-REASON TO DL-REASON
           MOVE WS-CASE-RESULT TO DL-CASE
           MOVE WS-HOLD-RESULT TO DL-HOLD
           WRITE RESCREEN-REPORT-LINE FROM DETAIL-LINE.

      *    The queue is emptied once the rescreen is done; entries not
      *    yet in force are written back for a later run.
       REBUILD-RESCREEN-QUEUE.
           OPEN OUTPUT RESCREEN-QUEUE
           MOVE 'D' TO MX-MATCH-TYPE
           MOVE LOW-VALUES TO MX-MATCH-VALUE
           START MATCH-INDEX KEY IS NOT LESS THAN MX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DEFER-EOF-FLAG
           END-START
           PERFORM REQUEUE-NEXT-DEFERRED
              UNTIL WS-DEFER-EOF-FLAG = 'Y'
           CLOSE RESCREEN-QUEUE.

       REQUEUE-NEXT-DEFERRED.
           READ MATCH-INDEX NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DEFER-EOF-FLAG
              NOT AT END
                 IF MX-MATCH-TYPE NOT = 'D'
                    MOVE 'Y' TO WS-DEFER-EOF-FLAG
                 ELSE
                    MOVE MX-ENTRY-TYPE TO SP-ENTRY-TYPE
                    MOVE MX-ENTRY-ID TO SP-ENTRY-ID
                    MOVE MX-QUEUED-DATE TO SP-QUEUED-DATE
                    MOVE MX-QUEUED-BY TO SP-QUEUED-BY
                    WRITE RESCREEN-QUEUE-RECORD
                 END-IF
           END-READ.

       FINALIZATION.
           IF WS-PEND-FILE-OPEN = 'Y'
              CLOSE RESCREEN-QUEUE
           END-IF
           IF WS-QUEUED-COUNT > 0
              PERFORM REBUILD-RESCREEN-QUEUE
           END-IF
           MOVE SPACES TO RESCREEN-REPORT-LINE
           WRITE RESCREEN-REPORT-LINE
           MOVE 'Queued List Entries Read:' TO SL-LABEL
           MOVE WS-QUEUED-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Rescreened:' TO SL-LABEL
           MOVE WS-SCREENED-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Removed Since Queued:' TO SL-LABEL
           MOVE WS-REMOVED-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Not Yet In Force (Kept):' TO SL-LABEL
           MOVE WS-DEFERRED-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Expired:' TO SL-LABEL
           MOVE WS-EXPIRED-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Customers Checked:' TO SL-LABEL
           MOVE WS-CUSTOMER-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Customers Hit:' TO SL-LABEL
           MOVE WS-HIT-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Cases Opened (Breach Type S):' TO SL-LABEL
           MOVE WS-NEW-CASE-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Hits Counted On Existing Cases:' TO SL-LABEL
           MOVE WS-EXISTING-CASE-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'AL Holds Placed:' TO SL-LABEL
           MOVE WS-HOLD-COUNT TO SL-COUNT
           WRITE RESCREEN-REPORT-LINE FROM SUMMARY-LINE
           IF WS-HIT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CUSTOMER-FILE
           IF WS-SCRN-FILE-OPEN = 'Y'
              CLOSE SCREENING-LIST
           END-IF
           CLOSE MATCH-INDEX
           CLOSE CASE-FILE
           IF WS-PLACE-HOLDS = 'Y'
              CLOSE HOLD-FILE
           END-IF
           CLOSE RESCREEN-REPORT

           DISPLAY 'Blocked-Party Customer Rescreen Complete'
           DISPLAY 'Entries Rescreened: ' WS-SCREENED-COUNT
           DISPLAY 'Customers Checked: ' WS-CUSTOMER-COUNT
           DISPLAY 'Customers Hit: ' WS-HIT-COUNT
           DISPLAY 'Cases Opened: ' WS-NEW-CASE-COUNT
           DISPLAY 'AL Holds Placed: ' WS-HOLD-COUNT.
