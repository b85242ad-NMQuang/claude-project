       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDEXP.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * PENDING-ACTION EXPIRY SWEEP                                   *
      * Daily batch pass over the dual-control queue PENDACT: any     *
      * action still pending more than the given number of days       *
      * after it was queued is marked expired, so it can no longer    *
      * be approved and the originator must raise it again. Each      *
      * expiry writes the before/after AUDITLOG image and a severity  *
      * 2 alert to ALRTFILE, so the morning ALERTRPT console shows    *
      * what lapsed and who queued it. An expired TRNREV reversal     *
      * that an upheld dispute was waiting on returns that dispute    *
      * to open on DISPFILE. SYSIN carries the number of days an      *
      * action may stay pending.                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ACTION-FILE ASSIGN TO 'PENDACT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-ACTION-ID
           FILE STATUS IS WS-PEND-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALRTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-TRAN-ID
           FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ACTION-FILE.
           COPY PENDREC.

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

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(20).
           05 AUD-OPERATION        PIC X(10).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-OLD-IMAGE        PIC X(418).
           05 AUD-NEW-IMAGE        PIC X(418).

       FD  DISPUTE-FILE.
           COPY DISPREC.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-PEND-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-ALERT-FILE-OPEN      PIC X VALUE 'N'.
       01  WS-ALERT-SEQ            PIC 9(4) VALUE 0.
       01  WS-ALERT-STORED         PIC X.
       01  WS-ALERT-SEVERITY       PIC 9(1).
       01  WS-ALERT-REF-KEY        PIC X(20).
       01  WS-ALERT-MESSAGE        PIC X(80).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-DISP-STATUS          PIC XX.
       01  WS-DISP-FILE-OPEN       PIC X VALUE 'N'.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-EXPIRY-DAYS          PIC 9(3).
       01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.
       01  WS-OLD-IMAGE            PIC X(264).

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TIMESTAMP            PIC X(20).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-TODAY-SERIAL         PIC 9(7).
       01  WS-REQUEST-INTEGER      PIC 9(8).
       01  WS-REQUEST-SERIAL       PIC 9(7).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-REOPENED-COUNT       PIC 9(7) VALUE 0.

      *    TRNREV's request fields, as carried on the pending action.
       01  WS-REVERSAL-REQUEST.
           05 WS-REQ-CUST-ID       PIC 9(10).
           05 WS-REQ-DATE          PIC X(10).
           05 WS-REQ-TRAN-ID       PIC 9(15).
           05 WS-REQ-OFFSET-CREDITED PIC X(1).
           05 FILLER               PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM SWEEP-NEXT-ACTION UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Pending-Action Expiry'
           DISPLAY 'Enter Days An Action May Stay Pending: '
           ACCEPT WS-EXPIRY-DAYS
           IF WS-EXPIRY-DAYS NOT NUMERIC OR WS-EXPIRY-DAYS = 0
              MOVE 5 TO WS-EXPIRY-DAYS
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO WS-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO WS-TIMESTAMP(9:8)
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           COMPUTE WS-TODAY-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           OPEN I-O PENDING-ACTION-FILE
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'No pending-action file - nothing to expire'
              MOVE 'Y' TO WS-EOF-FLAG
           ELSE
              MOVE 'Y' TO WS-PEND-FILE-OPEN
              MOVE 1 TO PA-ACTION-ID
              START PENDING-ACTION-FILE
                 KEY IS NOT LESS THAN PA-ACTION-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF-FLAG
              END-START
           END-IF
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              OPEN OUTPUT ALERT-FILE
              CLOSE ALERT-FILE
              OPEN I-O ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS = '00'
              MOVE 'Y' TO WS-ALERT-FILE-OPEN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-STATUS = '00'
              MOVE 'Y' TO WS-DISP-FILE-OPEN
           END-IF.

       SWEEP-NEXT-ACTION.
           READ PENDING-ACTION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF PA-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                    PERFORM CHECK-ACTION-AGE
                    IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                       PERFORM EXPIRE-ACTION
                    END-IF
                 END-IF
           END-READ.

       CHECK-ACTION-AGE.
           MOVE PA-REQUEST-DATE(1:4) TO WS-REQUEST-INTEGER(1:4)
           MOVE PA-REQUEST-DATE(6:2) TO WS-REQUEST-INTEGER(5:2)
           MOVE PA-REQUEST-DATE(9:2) TO WS-REQUEST-INTEGER(7:2)
           COMPUTE WS-REQUEST-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-REQUEST-INTEGER)
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-REQUEST-SERIAL.

       EXPIRE-ACTION.
           MOVE PENDING-ACTION-RECORD TO WS-OLD-IMAGE
           MOVE 'EX' TO PA-STATUS
           MOVE WS-TODAY-FMT TO PA-ACTION-DATE
           MOVE 'PENDEXP ' TO PA-ACTIONED-BY
           MOVE 'NOT APPROVED OR DECLINED IN TIME' TO PA-REASON
           REWRITE PENDING-ACTION-RECORD
           IF WS-PEND-STATUS = '00'
              ADD 1 TO WS-EXPIRED-COUNT
              PERFORM WRITE-EXPIRY-AUDIT
              MOVE 2 TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-REF-KEY
              MOVE PA-ACTION-TYPE TO WS-ALERT-REF-KEY
              MOVE PA-ACTION-ID TO WS-ALERT-REF-KEY(10:8)
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING 'Pending action queued by ' PA-ORIGINATOR
                     ' on ' PA-REQUEST-DATE ' expired: '
                     PA-DESCRIPTION
                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
              PERFORM WRITE-OPS-ALERT
              DISPLAY 'Expired action ' PA-ACTION-ID ' '
                 PA-ACTION-TYPE ' queued by ' PA-ORIGINATOR
              IF PA-ACTION-TYPE = 'TRNREV  ' AND
                 WS-DISP-FILE-OPEN = 'Y'
                 PERFORM REOPEN-PENDING-UPHOLD
              END-IF
           ELSE
              DISPLAY 'Error expiring action ' PA-ACTION-ID ': '
                 WS-PEND-STATUS
           END-IF.

      *    A dispute upheld through this reversal goes back to open
      *    only while it is still waiting on this same action.
       REOPEN-PENDING-UPHOLD.
           MOVE PA-DETAIL TO WS-REVERSAL-REQUEST
           MOVE WS-REQ-TRAN-ID TO DSP-TRAN-ID
           READ DISPUTE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DSP-UPHOLD-PENDING AND
                    DSP-REVERSAL-ACTION = PA-ACTION-ID
                    MOVE 'O' TO DSP-STATUS
                    MOVE 0 TO DSP-REVERSAL-ACTION
                    MOVE SPACES TO DSP-RESOLUTION-TEXT
                    REWRITE DISPUTE-RECORD
                    IF WS-DISP-STATUS = '00'
                       ADD 1 TO WS-REOPENED-COUNT
                       DISPLAY 'Dispute of TRAN-ID ' DSP-TRAN-ID
                          ' returned to open'
                    ELSE
                       DISPLAY 'Error updating dispute: '
                          WS-DISP-STATUS
                    END-IF
                 END-IF
           END-READ.

       WRITE-EXPIRY-AUDIT.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'PENDEXPIRE' TO AUD-OPERATION
           MOVE 'PENDEXP ' TO AUD-OPERATOR
           MOVE SPACES TO AUD-OLD-IMAGE
           MOVE WS-OLD-IMAGE TO AUD-OLD-IMAGE
           MOVE SPACES TO AUD-NEW-IMAGE
           MOVE PENDING-ACTION-RECORD TO AUD-NEW-IMAGE
           WRITE AUDIT-RECORD.

      *    Common severity-coded operations alert: one record per
      *    event on ALRTFILE (date + program + sequence), read by
      *    the ALERTRPT morning console. Severity 1 is worst. The
      *    caller sets severity, key and message.
       WRITE-OPS-ALERT.
           IF WS-ALERT-FILE-OPEN = 'Y'
              MOVE 'N' TO WS-ALERT-STORED
              PERFORM STORE-ALERT-RECORD
                 UNTIL WS-ALERT-STORED = 'Y' OR WS-ALERT-SEQ > 9998
           END-IF.

       STORE-ALERT-RECORD.
           ADD 1 TO WS-ALERT-SEQ
           MOVE WS-ACCEPT-DATE TO AL-DATE
           MOVE 'PENDEXP ' TO AL-PROGRAM
           MOVE WS-ALERT-SEQ TO AL-SEQ
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
           MOVE WS-ALERT-REF-KEY TO AL-REF-KEY
           MOVE WS-ALERT-MESSAGE TO AL-MESSAGE
           MOVE 'N' TO AL-ACK-FLAG
           MOVE SPACES TO AL-ACK-OPERATOR
           WRITE ALERT-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ALERT-STORED
           END-WRITE.

       FINALIZATION.
           IF WS-PEND-FILE-OPEN = 'Y'
              CLOSE PENDING-ACTION-FILE
           END-IF
           IF WS-ALERT-FILE-OPEN = 'Y'
              CLOSE ALERT-FILE
           END-IF
           IF WS-DISP-FILE-OPEN = 'Y'
              CLOSE DISPUTE-FILE
           END-IF
           CLOSE AUDIT-LOG
           DISPLAY 'Pending-Action Expiry Complete'
           DISPLAY 'Actions Pending: ' WS-PENDING-COUNT
           DISPLAY 'Actions Expired: ' WS-EXPIRED-COUNT
           DISPLAY 'Disputes Reopened: ' WS-REOPENED-COUNT.
