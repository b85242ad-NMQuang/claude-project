       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNLOAD.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * BLOCKED-PARTY LIST PROVIDER LOAD                              *
      * Applies the list provider's change file (SCRNPROV) to the     *
      * screening list SCRNLIST: 'A' adds, 'C' changes and 'D'        *
      * removes a provider entry (type 'P', keyed by the provider's   *
      * entry number) instead of keying each one through SCRNMNT.     *
      * An add for an entry already on the list is applied as a       *
      * change, and a change for one that is not is applied as an     *
      * add, so a re-sent file does no harm; a removal of an entry    *
      * not on the list, an unknown action or a blank name is         *
      * rejected.                                                     *
      * Every applied record leaves a before/after image on RATAUDIT  *
      * (table SCRNLIST) and every add or change is queued on         *
      * SCRNPEND for the next SCRNRESC customer rescreen. The change  *
      * report (SCRNLRPT) lists each record and what was done; the    *
      * step ends RC 4 if any record was rejected.                    *
      * SYSIN: load date (CCYY-MM-DD, blank = today) - the effective  *
      * from date of any entry the provider sends without one.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVIDER-FILE ASSIGN TO 'SCRNPROV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROV-STATUS.

           SELECT SCREENING-LIST ASSIGN TO 'SCRNLIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCRN-KEY
           FILE STATUS IS WS-SCRN-STATUS.

           SELECT RESCREEN-QUEUE ASSIGN TO 'SCRNPEND'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAD-REPORT ASSIGN TO 'SCRNLRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
       01  PROVIDER-RECORD.
           05 PV-ACTION            PIC X(1).
              88 PV-ADD            VALUE 'A'.
              88 PV-CHANGE         VALUE 'C'.
              88 PV-REMOVE         VALUE 'D'.
           05 PV-ENTRY-ID          PIC 9(10).
           05 PV-PARTY-NAME        PIC X(40).
           05 PV-LIST-PROGRAM      PIC X(9).
           05 PV-EFF-FROM          PIC X(10).
           05 PV-EFF-TO            PIC X(10).

       FD  SCREENING-LIST.
           COPY SCRNREC.

       FD  RESCREEN-QUEUE.
       01  RESCREEN-QUEUE-RECORD.
           05 SP-ENTRY-TYPE        PIC X(1).
           05 SP-ENTRY-ID          PIC 9(10).
           05 SP-QUEUED-DATE       PIC X(10).
           05 SP-QUEUED-BY         PIC X(8).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       FD  LOAD-REPORT.
       01  LOAD-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROV-STATUS          PIC XX.
       01  WS-SCRN-STATUS          PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-ENTRY-FOUND          PIC X.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-SCRN-IMAGE     PIC X(80).
       01  WS-AUDIT-OPERATION      PIC X(10).
       01  WS-RESULT               PIC X(40).

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-ADDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
       01  WS-REMOVED-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNCHANGED-COUNT      PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '     BLOCKED-PARTY LIST LOAD'.
           05 FILLER               PIC X(12) VALUE
              'LOAD DATE: '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(70) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(50) VALUE
              'ACT  ENTRY ID    PARTY NAME                       '.
           05 FILLER               PIC X(82) VALUE
              '         LIST      EFF FROM    EFF TO      RESULT'.

       01  DETAIL-LINE.
           05 DL-ACTION            PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DL-ENTRY-ID          PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-PARTY-NAME        PIC X(40).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-LIST-PROGRAM      PIC X(9).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-EFF-FROM          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-EFF-TO            PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-RESULT            PIC X(39).

       01  SUMMARY-LINE.
           05 SL-LABEL             PIC X(30).
           05 SL-COUNT             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM LOAD-NEXT-ENTRY UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Blocked-Party List Load'
           DISPLAY 'Enter Load Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           OPEN INPUT PROVIDER-FILE
           OPEN OUTPUT LOAD-REPORT
           IF WS-PROV-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O SCREENING-LIST
           IF WS-SCRN-STATUS NOT = '00'
              OPEN OUTPUT SCREENING-LIST
              CLOSE SCREENING-LIST
              OPEN I-O SCREENING-LIST
           END-IF
           IF WS-SCRN-STATUS NOT = '00'
              DISPLAY 'Error opening screening list'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RESCREEN-QUEUE
           IF WS-PEND-STATUS NOT = '00'
              OPEN OUTPUT RESCREEN-QUEUE
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE LOAD-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE FROM COLUMN-HEADER.

       LOAD-NEXT-ENTRY.
           READ PROVIDER-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM APPLY-PROVIDER-ENTRY
                 PERFORM WRITE-LOAD-LINE
           END-READ.

       APPLY-PROVIDER-ENTRY.
           MOVE SPACES TO WS-RESULT
           IF PV-EFF-FROM = SPACES
              MOVE WS-RUN-DATE TO PV-EFF-FROM
           END-IF
           EVALUATE TRUE
              WHEN NOT PV-ADD AND NOT PV-CHANGE AND NOT PV-REMOVE
                 MOVE 'REJECTED - UNKNOWN ACTION' TO WS-RESULT
              WHEN PV-ENTRY-ID NOT NUMERIC OR PV-ENTRY-ID = 0
                 MOVE 'REJECTED - NO ENTRY NUMBER' TO WS-RESULT
              WHEN PV-PARTY-NAME = SPACES AND NOT PV-REMOVE
                 MOVE 'REJECTED - NO PARTY NAME' TO WS-RESULT
              WHEN PV-EFF-TO NOT = SPACES AND PV-EFF-TO < PV-EFF-FROM
                 MOVE 'REJECTED - EFF TO BEFORE EFF FROM' TO WS-RESULT
              WHEN OTHER
                 PERFORM READ-LIST-ENTRY
                 IF PV-REMOVE
                    PERFORM REMOVE-LIST-ENTRY
                 ELSE
                    IF WS-ENTRY-FOUND = 'Y'
                       PERFORM CHANGE-LIST-ENTRY
                    ELSE
                       PERFORM ADD-LIST-ENTRY
                    END-IF
                 END-IF
           END-EVALUATE
           IF WS-RESULT(1:8) = 'REJECTED'
              ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       READ-LIST-ENTRY.
           MOVE 'P' TO SCRN-ENTRY-TYPE
           MOVE PV-ENTRY-ID TO SCRN-ID
           READ SCREENING-LIST
              INVALID KEY
                 MOVE 'N' TO WS-ENTRY-FOUND
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ENTRY-FOUND
           END-READ.

       ADD-LIST-ENTRY.
           MOVE SPACES TO WS-SAVED-SCRN-IMAGE
           PERFORM MOVE-PROVIDER-DATA
           WRITE SCREENING-RECORD
              INVALID KEY
                 MOVE 'REJECTED - ERROR ADDING ENTRY' TO WS-RESULT
              NOT INVALID KEY
                 ADD 1 TO WS-ADDED-COUNT
                 IF PV-CHANGE
                    MOVE 'ADDED - CHANGE FOR ENTRY NOT ON LIST'
                       TO WS-RESULT
                 ELSE
                    MOVE 'ADDED' TO WS-RESULT
                 END-IF
                 MOVE 'SCRNADD' TO WS-AUDIT-OPERATION
                 PERFORM WRITE-LIST-AUDIT
                 PERFORM QUEUE-RESCREEN
           END-WRITE.

      *    An entry the provider re-sends unchanged is not rewritten,
      *    audited or queued for rescreen again.
       CHANGE-LIST-ENTRY.
           MOVE SCREENING-RECORD TO WS-SAVED-SCRN-IMAGE
           PERFORM MOVE-PROVIDER-DATA
           IF SCREENING-RECORD = WS-SAVED-SCRN-IMAGE
              ADD 1 TO WS-UNCHANGED-COUNT
              MOVE 'UNCHANGED' TO WS-RESULT
           ELSE
              REWRITE SCREENING-RECORD
              IF WS-SCRN-STATUS = '00'
                 ADD 1 TO WS-CHANGED-COUNT
                 IF PV-ADD
                    MOVE 'CHANGED - ADD FOR ENTRY ON LIST'
                       TO WS-RESULT
                 ELSE
                    MOVE 'CHANGED' TO WS-RESULT
                 END-IF
                 MOVE 'SCRNCHG' TO WS-AUDIT-OPERATION
                 PERFORM WRITE-LIST-AUDIT
                 PERFORM QUEUE-RESCREEN
              ELSE
                 MOVE 'REJECTED - ERROR CHANGING ENTRY' TO WS-RESULT
              END-IF
           END-IF.

       REMOVE-LIST-ENTRY.
           IF WS-ENTRY-FOUND = 'N'
              MOVE 'REJECTED - NOT ON LIST' TO WS-RESULT
           ELSE
              MOVE SCREENING-RECORD TO WS-SAVED-SCRN-IMAGE
              DELETE SCREENING-LIST RECORD
              IF WS-SCRN-STATUS = '00'
                 ADD 1 TO WS-REMOVED-COUNT
                 MOVE 'REMOVED' TO WS-RESULT
                 MOVE SPACES TO SCREENING-RECORD
                 MOVE 'SCRNDEL' TO WS-AUDIT-OPERATION
                 PERFORM WRITE-LIST-AUDIT
              ELSE
                 MOVE 'REJECTED - ERROR REMOVING ENTRY' TO WS-RESULT
              END-IF
           END-IF.

       MOVE-PROVIDER-DATA.
           MOVE 'P' TO SCRN-ENTRY-TYPE
           MOVE PV-ENTRY-ID TO SCRN-ID
           MOVE PV-PARTY-NAME TO SCRN-PARTY-NAME
           MOVE PV-LIST-PROGRAM TO SCRN-LIST-PROGRAM
           MOVE PV-EFF-FROM TO SCRN-EFF-FROM
           MOVE PV-EFF-TO TO SCRN-EFF-TO.

       WRITE-LIST-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'SCRNLIST' TO RAUD-TABLE
           MOVE WS-AUDIT-OPERATION TO RAUD-OPERATION
           MOVE 'SCRNLOAD' TO RAUD-OPERATOR
           MOVE WS-SAVED-SCRN-IMAGE TO RAUD-OLD-IMAGE
           MOVE SCREENING-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       QUEUE-RESCREEN.
           MOVE SCRN-ENTRY-TYPE TO SP-ENTRY-TYPE
           MOVE SCRN-ID TO SP-ENTRY-ID
           MOVE WS-RUN-DATE TO SP-QUEUED-DATE
           MOVE 'SCRNLOAD' TO SP-QUEUED-BY
           WRITE RESCREEN-QUEUE-RECORD.

       WRITE-LOAD-LINE.
           MOVE PV-ACTION TO DL-ACTION
           MOVE PV-ENTRY-ID TO DL-ENTRY-ID
           MOVE PV-PARTY-NAME TO DL-PARTY-NAME
           MOVE PV-LIST-PROGRAM TO DL-LIST-PROGRAM
           MOVE PV-EFF-FROM TO DL-EFF-FROM
           MOVE PV-EFF-TO TO DL-EFF-TO
           MOVE WS-RESULT TO DL-RESULT
           WRITE LOAD-REPORT-LINE FROM DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE 'Records Read:' TO SL-LABEL
           MOVE WS-READ-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Added:' TO SL-LABEL
           MOVE WS-ADDED-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Changed:' TO SL-LABEL
           MOVE WS-CHANGED-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Removed:' TO SL-LABEL
           MOVE WS-REMOVED-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Entries Unchanged:' TO SL-LABEL
           MOVE WS-UNCHANGED-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           MOVE 'Records Rejected:' TO SL-LABEL
           MOVE WS-REJECTED-COUNT TO SL-COUNT
           WRITE LOAD-REPORT-LINE FROM SUMMARY-LINE
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PROVIDER-FILE
           CLOSE SCREENING-LIST
           CLOSE RESCREEN-QUEUE
           CLOSE RATE-AUDIT-LOG
           CLOSE LOAD-REPORT

           DISPLAY 'Blocked-Party List Load Complete'
           DISPLAY 'Read: ' WS-READ-COUNT
              ' Added: ' WS-ADDED-COUNT
              ' Changed: ' WS-CHANGED-COUNT
              ' Removed: ' WS-REMOVED-COUNT
              ' Rejected: ' WS-REJECTED-COUNT.
