       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGARCH.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * AUDIT AND OPERATIONS LOG RETENTION RUN                        *
      * Does for the audit and operations files what HISTARCH does    *
      * for TRANHIST: every record older than its file's retention    *
      * period moves to that file's dated archive generation and      *
      * comes off the online file, and a control report counts what   *
      * moved and what stayed. Retention days per file are held on    *
      * the RETNPARM parameter file (file name, days); a file with no *
      * entry or zero days is left untouched.                         *
      *  - AUDITLOG, RATAUDIT and SIGNLOG are sequential: kept        *
      *    records go to the LOGKEEP work file and are copied back    *
      *    over the log once the archive pass is complete.            *
      *  - ALRTFILE only gives up acknowledged alerts, so an open     *
      *    alert stays on the console however old it is.              *
      *  - STEPSTAT only gives up closed steps (end time stamped).    *
      *  - CUSTNOTE always keeps each customer's latest note, so      *
      *    CUSTMGMT's next note number carries on from it.            *
      * AUDINQ reads the AUDARCH generations on request. Run it when  *
      * nothing else is writing the logs.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'RETNPARM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RAUD-STATUS.

           SELECT SIGNON-LOG ASSIGN TO 'SIGNLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SIGN-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALRTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT STEP-STATS-FILE ASSIGN TO 'STEPSTAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS WS-STAT-STATUS.

           SELECT NOTES-FILE ASSIGN TO 'CUSTNOTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTE-KEY
           FILE STATUS IS WS-NOTE-STATUS.

           SELECT KEEP-WORK-FILE ASSIGN TO 'LOGKEEP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-KEEP-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO 'AUDARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AARC-STATUS.

           SELECT RATE-ARCHIVE-FILE ASSIGN TO 'RATARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RARC-STATUS.

           SELECT SIGNON-ARCHIVE-FILE ASSIGN TO 'SIGNARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SARC-STATUS.

           SELECT ALERT-ARCHIVE-FILE ASSIGN TO 'ALRTARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LARC-STATUS.

           SELECT STEP-ARCHIVE-FILE ASSIGN TO 'STEPARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TARC-STATUS.

           SELECT NOTE-ARCHIVE-FILE ASSIGN TO 'NOTEARCH'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NARC-STATUS.

           SELECT ARCHIVE-REPORT ASSIGN TO 'LARCRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-FILE-NAME       PIC X(8).
           05 PARM-RETAIN-DAYS     PIC 9(5).

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

       FD  SIGNON-LOG.
       01  SIGNON-LOG-RECORD.
           05 SL-TIMESTAMP         PIC X(20).
           05 SL-PROGRAM           PIC X(8).
           05 SL-OPERATOR          PIC X(8).
           05 SL-RESULT            PIC X(1).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-KEY.
              10 AL-DATE           PIC X(8).
              10 AL-PROGRAM        PIC X(8).
              10 AL-SEQ            PIC 9(4).
           05 AL-SEVERITY          PIC 9(1).
           05 AL-REF-KEY           PIC X(20).
           05 AL-MESSAGE           PIC X(80).
           05 AL-ACK-FLAG          PIC X(1).
           05 AL-ACK-OPERATOR      PIC X(8).

       FD  STEP-STATS-FILE.
       01  STEP-STATS-RECORD.
           05 SS-KEY.
              10 SS-RUN-DATE       PIC X(8).
              10 SS-STEP-NAME      PIC X(8).
           05 SS-START-TIME        PIC X(8).
           05 SS-END-TIME          PIC X(8).
           05 SS-ELAPSED-SECS      PIC 9(7).
           05 SS-RECORD-COUNT      PIC 9(8).

       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 NOTE-KEY.
              10 NOTE-CUST-ID      PIC 9(10).
              10 NOTE-SEQ          PIC 9(5).
           05 NOTE-TIMESTAMP       PIC X(20).
           05 NOTE-OPERATOR        PIC X(8).
           05 NOTE-CATEGORY        PIC X(10).
           05 NOTE-TEXT            PIC X(200).

       FD  KEEP-WORK-FILE.
       01  KEEP-WORK-RECORD        PIC X(874).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD    PIC X(874).

       FD  RATE-ARCHIVE-FILE.
       01  RATE-ARCHIVE-RECORD     PIC X(206).

       FD  SIGNON-ARCHIVE-FILE.
       01  SIGNON-ARCHIVE-RECORD   PIC X(37).

       FD  ALERT-ARCHIVE-FILE.
       01  ALERT-ARCHIVE-RECORD    PIC X(130).

       FD  STEP-ARCHIVE-FILE.
       01  STEP-ARCHIVE-RECORD     PIC X(47).

       FD  NOTE-ARCHIVE-FILE.
       01  NOTE-ARCHIVE-RECORD     PIC X(253).

       FD  ARCHIVE-REPORT.
       01  ARCHIVE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RAUD-STATUS          PIC XX.
       01  WS-SIGN-STATUS          PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-STAT-STATUS          PIC XX.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-KEEP-STATUS          PIC XX.
       01  WS-AARC-STATUS          PIC XX.
       01  WS-RARC-STATUS          PIC XX.
       01  WS-SARC-STATUS          PIC XX.
       01  WS-LARC-STATUS          PIC XX.
       01  WS-TARC-STATUS          PIC XX.
       01  WS-NARC-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-PARM-EOF-FLAG        PIC X VALUE 'N'.

      *    Retention days per file from RETNPARM, zero when the file
      *    has no entry.
       01  WS-AUDIT-DAYS           PIC 9(5) VALUE 0.
       01  WS-RAUD-DAYS            PIC 9(5) VALUE 0.
       01  WS-SIGN-DAYS            PIC 9(5) VALUE 0.
       01  WS-ALERT-DAYS           PIC 9(5) VALUE 0.
       01  WS-STAT-DAYS            PIC 9(5) VALUE 0.
       01  WS-NOTE-DAYS            PIC 9(5) VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-SERIAL         PIC 9(7).
       01  WS-RETAIN-DAYS          PIC 9(5).
       01  WS-CUTOFF-NUM           PIC 9(8).
       01  WS-CUTOFF-DATE          PIC X(8).

       01  WS-FILE-NAME            PIC X(8).
       01  WS-ARCHIVED-COUNT       PIC 9(8).
       01  WS-RETAINED-COUNT       PIC 9(8).
       01  WS-FILE-NOTE            PIC X(40).
       01  WS-TOTAL-ARCHIVED       PIC 9(8) VALUE 0.

      *    CUSTNOTE is read one note ahead, so a note is only known
      *    to be its customer's latest when the next one is seen.
       01  WS-HELD-NOTE-FLAG       PIC X.
       01  WS-HELD-NOTE            PIC X(253).
       01  WS-HELD-NOTE-FIELDS REDEFINES WS-HELD-NOTE.
           05 WS-HELD-CUST-ID      PIC 9(10).
           05 WS-HELD-SEQ          PIC 9(5).
           05 WS-HELD-TIMESTAMP    PIC X(20).
           05 FILLER               PIC X(218).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(50) VALUE
              '       AUDIT AND OPERATIONS LOG RETENTION REPORT'.
           05 FILLER               PIC X(10) VALUE '  RUN DATE'.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RH-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(63) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(50) VALUE
              'FILE      RETAIN DAYS  CUTOFF      ARCHIVED'.
           05 FILLER               PIC X(82) VALUE
              '   RETAINED  NOTE'.

       01  CONTROL-LINE.
           05 CL-FILE-NAME         PIC X(8).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 CL-RETAIN-DAYS       PIC ZZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CL-CUTOFF-DATE       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CL-ARCHIVED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CL-RETAINED          PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CL-NOTE              PIC X(40).
           05 FILLER               PIC X(37) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM TRIM-AUDIT-LOG
           PERFORM TRIM-RATE-AUDIT-LOG
           PERFORM TRIM-SIGNON-LOG
           PERFORM TRIM-ALERT-FILE
           PERFORM TRIM-STEP-STATS
           PERFORM TRIM-CUSTOMER-NOTES
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Log Retention Run'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'No RETNPARM retention file - nothing trimmed'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-NEXT-RETENTION UNTIL WS-PARM-EOF-FLAG = 'Y'
           CLOSE PARAMETER-FILE
           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           OPEN OUTPUT RATE-ARCHIVE-FILE
           OPEN OUTPUT SIGNON-ARCHIVE-FILE
           OPEN OUTPUT ALERT-ARCHIVE-FILE
           OPEN OUTPUT STEP-ARCHIVE-FILE
           OPEN OUTPUT NOTE-ARCHIVE-FILE
           OPEN OUTPUT ARCHIVE-REPORT
           IF WS-AARC-STATUS NOT = '00' OR
              WS-RARC-STATUS NOT = '00' OR
              WS-SARC-STATUS NOT = '00' OR
              WS-LARC-STATUS NOT = '00' OR
              WS-TARC-STATUS NOT = '00' OR
              WS-NARC-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-ACCEPT-DATE TO RH-RUN-DATE
           WRITE ARCHIVE-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE FROM COLUMN-HEADER.

       LOAD-NEXT-RETENTION.
           READ PARAMETER-FILE
              AT END
                 MOVE 'Y' TO WS-PARM-EOF-FLAG
              NOT AT END
                 IF PARM-RETAIN-DAYS NOT NUMERIC
                    DISPLAY 'Warning: retention days not numeric, '
                       'entry ignored: ' PARM-FILE-NAME
                 ELSE
                    EVALUATE PARM-FILE-NAME
                       WHEN 'AUDITLOG'
                          MOVE PARM-RETAIN-DAYS TO WS-AUDIT-DAYS
                       WHEN 'RATAUDIT'
                          MOVE PARM-RETAIN-DAYS TO WS-RAUD-DAYS
                       WHEN 'SIGNLOG'
                          MOVE PARM-RETAIN-DAYS TO WS-SIGN-DAYS
                       WHEN 'ALRTFILE'
                          MOVE PARM-RETAIN-DAYS TO WS-ALERT-DAYS
                       WHEN 'STEPSTAT'
                          MOVE PARM-RETAIN-DAYS TO WS-STAT-DAYS
                       WHEN 'CUSTNOTE'
                          MOVE PARM-RETAIN-DAYS TO WS-NOTE-DAYS
                       WHEN OTHER
                          DISPLAY 'Warning: unknown file on RETNPARM, '
                             'entry ignored: ' PARM-FILE-NAME
                    END-EVALUATE
                 END-IF
           END-READ.

      *    Common start of each file's pass: the cutoff is today less
      *    the retention days, and records dated before it move.
       START-FILE-PASS.
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 0 TO WS-RETAINED-COUNT
           MOVE SPACES TO WS-FILE-NOTE
           MOVE SPACES TO WS-CUTOFF-DATE
           IF WS-RETAIN-DAYS > 0
              COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                 WS-TODAY-SERIAL - WS-RETAIN-DAYS)
              MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE
           ELSE
              MOVE 'NO RETENTION SET - NOT TRIMMED' TO WS-FILE-NOTE
           END-IF.

       WRITE-CONTROL-LINE.
           MOVE WS-FILE-NAME TO CL-FILE-NAME
           MOVE WS-RETAIN-DAYS TO CL-RETAIN-DAYS
           MOVE WS-CUTOFF-DATE TO CL-CUTOFF-DATE
           MOVE WS-ARCHIVED-COUNT TO CL-ARCHIVED
           MOVE WS-RETAINED-COUNT TO CL-RETAINED
           MOVE WS-FILE-NOTE TO CL-NOTE
           WRITE ARCHIVE-REPORT-LINE FROM CONTROL-LINE
           ADD WS-ARCHIVED-COUNT TO WS-TOTAL-ARCHIVED
           DISPLAY WS-FILE-NAME ' Archived: ' WS-ARCHIVED-COUNT
              ' Retained: ' WS-RETAINED-COUNT.

      *    AUDITLOG - the before/after images of every customer,
      *    posting and queue change.
       TRIM-AUDIT-LOG.
           MOVE 'AUDITLOG' TO WS-FILE-NAME
           MOVE WS-AUDIT-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN INPUT AUDIT-LOG
              IF WS-AUDIT-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 OPEN OUTPUT KEEP-WORK-FILE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM SPLIT-AUDIT-RECORD UNTIL WS-EOF-FLAG = 'Y'
                 CLOSE AUDIT-LOG
                 CLOSE KEEP-WORK-FILE
                 IF WS-ARCHIVED-COUNT > 0
                    OPEN INPUT KEEP-WORK-FILE
                    OPEN OUTPUT AUDIT-LOG
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM RESTORE-AUDIT-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                    CLOSE KEEP-WORK-FILE
                    CLOSE AUDIT-LOG
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       SPLIT-AUDIT-RECORD.
           READ AUDIT-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF AUD-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                    WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-RECORD
                    ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                    WRITE KEEP-WORK-RECORD FROM AUDIT-RECORD
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
           END-READ.

       RESTORE-AUDIT-RECORD.
           READ KEEP-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE KEEP-WORK-RECORD TO AUDIT-RECORD
                 WRITE AUDIT-RECORD
           END-READ.

      *    RATAUDIT - rate, product, GL map, count and supplier table
      *    changes.
       TRIM-RATE-AUDIT-LOG.
           MOVE 'RATAUDIT' TO WS-FILE-NAME
           MOVE WS-RAUD-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN INPUT RATE-AUDIT-LOG
              IF WS-RAUD-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 OPEN OUTPUT KEEP-WORK-FILE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM SPLIT-RATE-AUDIT-RECORD
                    UNTIL WS-EOF-FLAG = 'Y'
                 CLOSE RATE-AUDIT-LOG
                 CLOSE KEEP-WORK-FILE
                 IF WS-ARCHIVED-COUNT > 0
                    OPEN INPUT KEEP-WORK-FILE
                    OPEN OUTPUT RATE-AUDIT-LOG
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM RESTORE-RATE-AUDIT-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                    CLOSE KEEP-WORK-FILE
                    CLOSE RATE-AUDIT-LOG
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       SPLIT-RATE-AUDIT-RECORD.
           READ RATE-AUDIT-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF RAUD-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                    WRITE RATE-ARCHIVE-RECORD FROM RATE-AUDIT-RECORD
                    ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                    WRITE KEEP-WORK-RECORD FROM RATE-AUDIT-RECORD
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
           END-READ.

       RESTORE-RATE-AUDIT-RECORD.
           READ KEEP-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE KEEP-WORK-RECORD TO RATE-AUDIT-RECORD
                 WRITE RATE-AUDIT-RECORD
           END-READ.

      *    SIGNLOG - every OPERSIGN attempt. OPERACT's idle
      *    supervisor test looks back over whatever is kept here.
       TRIM-SIGNON-LOG.
           MOVE 'SIGNLOG' TO WS-FILE-NAME
           MOVE WS-SIGN-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN INPUT SIGNON-LOG
              IF WS-SIGN-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 OPEN OUTPUT KEEP-WORK-FILE
                 MOVE 'N' TO WS-EOF-FLAG
                 PERFORM SPLIT-SIGNON-RECORD UNTIL WS-EOF-FLAG = 'Y'
                 CLOSE SIGNON-LOG
                 CLOSE KEEP-WORK-FILE
                 IF WS-ARCHIVED-COUNT > 0
                    OPEN INPUT KEEP-WORK-FILE
                    OPEN OUTPUT SIGNON-LOG
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM RESTORE-SIGNON-RECORD
                       UNTIL WS-EOF-FLAG = 'Y'
                    CLOSE KEEP-WORK-FILE
                    CLOSE SIGNON-LOG
                 END-IF
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       SPLIT-SIGNON-RECORD.
           READ SIGNON-LOG
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF SL-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                    WRITE SIGNON-ARCHIVE-RECORD FROM SIGNON-LOG-RECORD
                    ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                    WRITE KEEP-WORK-RECORD FROM SIGNON-LOG-RECORD
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
           END-READ.

       RESTORE-SIGNON-RECORD.
           READ KEEP-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE KEEP-WORK-RECORD TO SIGNON-LOG-RECORD
                 WRITE SIGNON-LOG-RECORD
           END-READ.

      *    ALRTFILE - acknowledged alerts past retention move; an
      *    unacknowledged one stays until someone deals with it.
       TRIM-ALERT-FILE.
           MOVE 'ALRTFILE' TO WS-FILE-NAME
           MOVE WS-ALERT-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN I-O ALERT-FILE
              IF WS-ALERT-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 MOVE LOW-VALUES TO AL-KEY
                 START ALERT-FILE KEY IS NOT LESS THAN AL-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                 END-START
                 PERFORM ARCHIVE-ALERT-RECORD UNTIL WS-EOF-FLAG = 'Y'
                 CLOSE ALERT-FILE
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       ARCHIVE-ALERT-RECORD.
           READ ALERT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF AL-DATE < WS-CUTOFF-DATE AND AL-ACK-FLAG = 'Y'
                    WRITE ALERT-ARCHIVE-RECORD FROM ALERT-RECORD
                    DELETE ALERT-FILE RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
           END-READ.

      *    STEPSTAT - only steps with an end stamp move, so a step
      *    still running (or abended before its END) stays visible.
       TRIM-STEP-STATS.
           MOVE 'STEPSTAT' TO WS-FILE-NAME
           MOVE WS-STAT-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN I-O STEP-STATS-FILE
              IF WS-STAT-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 MOVE LOW-VALUES TO SS-KEY
                 START STEP-STATS-FILE KEY IS NOT LESS THAN SS-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                 END-START
                 PERFORM ARCHIVE-STEP-RECORD UNTIL WS-EOF-FLAG = 'Y'
                 CLOSE STEP-STATS-FILE
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       ARCHIVE-STEP-RECORD.
           READ STEP-STATS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF SS-RUN-DATE < WS-CUTOFF-DATE AND
                    SS-END-TIME NOT = SPACES
                    WRITE STEP-ARCHIVE-RECORD FROM STEP-STATS-RECORD
                    DELETE STEP-STATS-FILE RECORD
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    ADD 1 TO WS-ARCHIVED-COUNT
                 ELSE
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
           END-READ.

      *    CUSTNOTE - first pass archives each old note that is not
      *    its customer's latest and lists its key on LOGKEEP; the
      *    second pass deletes the listed keys.
       TRIM-CUSTOMER-NOTES.
           MOVE 'CUSTNOTE' TO WS-FILE-NAME
           MOVE WS-NOTE-DAYS TO WS-RETAIN-DAYS
           PERFORM START-FILE-PASS
           IF WS-RETAIN-DAYS > 0
              OPEN I-O NOTES-FILE
              IF WS-NOTE-STATUS NOT = '00'
                 MOVE 'FILE NOT PRESENT' TO WS-FILE-NOTE
              ELSE
                 OPEN OUTPUT KEEP-WORK-FILE
                 MOVE 'N' TO WS-HELD-NOTE-FLAG
                 MOVE LOW-VALUES TO NOTE-KEY
                 START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
                    INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
                    NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-FLAG
                 END-START
                 PERFORM SELECT-NOTE-RECORD UNTIL WS-EOF-FLAG = 'Y'
                 IF WS-HELD-NOTE-FLAG = 'Y'
                    ADD 1 TO WS-RETAINED-COUNT
                 END-IF
                 CLOSE KEEP-WORK-FILE
                 IF WS-ARCHIVED-COUNT > 0
                    OPEN INPUT KEEP-WORK-FILE
                    MOVE 'N' TO WS-EOF-FLAG
                    PERFORM DELETE-ARCHIVED-NOTE
                       UNTIL WS-EOF-FLAG = 'Y'
                    CLOSE KEEP-WORK-FILE
                 END-IF
                 CLOSE NOTES-FILE
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-LINE.

       SELECT-NOTE-RECORD.
           READ NOTES-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF WS-HELD-NOTE-FLAG = 'Y'
                    IF WS-HELD-CUST-ID = NOTE-CUST-ID AND
                       WS-HELD-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                       WRITE NOTE-ARCHIVE-RECORD FROM WS-HELD-NOTE
                       MOVE SPACES TO KEEP-WORK-RECORD
                       MOVE WS-HELD-NOTE(1:15) TO KEEP-WORK-RECORD
                       WRITE KEEP-WORK-RECORD
                       ADD 1 TO WS-ARCHIVED-COUNT
                    ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                    END-IF
                 END-IF
                 MOVE NOTE-RECORD TO WS-HELD-NOTE
                 MOVE 'Y' TO WS-HELD-NOTE-FLAG
           END-READ.

       DELETE-ARCHIVED-NOTE.
           READ KEEP-WORK-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 MOVE KEEP-WORK-RECORD(1:15) TO NOTE-KEY
                 DELETE NOTES-FILE RECORD
                    INVALID KEY
                       DISPLAY 'Archived note already gone: ' NOTE-KEY
                 END-DELETE
           END-READ.

       FINALIZATION.
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           WRITE ARCHIVE-REPORT-LINE
           MOVE 'Total Records Archived:' TO SC-LABEL
           MOVE WS-TOTAL-ARCHIVED TO SC-COUNT
           WRITE ARCHIVE-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE RATE-ARCHIVE-FILE
           CLOSE SIGNON-ARCHIVE-FILE
           CLOSE ALERT-ARCHIVE-FILE
           CLOSE STEP-ARCHIVE-FILE
           CLOSE NOTE-ARCHIVE-FILE
           CLOSE ARCHIVE-REPORT

           DISPLAY 'Log Retention Run Complete'
           DISPLAY 'Total Records Archived: ' WS-TOTAL-ARCHIVED.
