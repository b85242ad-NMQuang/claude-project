       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALCTL.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * SHARED DUAL-CONTROL (MAKER-CHECKER) MODULE                    *
      * The one place the pending-action queue PENDACT is kept,       *
      * CALLed by the programs whose supervisor actions must not      *
      * take effect on one sign-on alone:                             *
      *  - SUBMIT queues the first supervisor's action, numbered      *
      *    from the control record, instead of applying it;           *
      *  - FETCH hands a pending action back to the program that      *
      *    queued it, only for a supervisor other than the            *
      *    originator;                                                *
      *  - APPROVE and DECLINE close the action under the same        *
      *    checks, after the caller has applied (or not) the          *
      *    change;                                                    *
      *  - LIST shows the caller's actions still pending.             *
      * Every submit, approve and decline writes the before/after     *
      * image of the pending record to AUDITLOG under the operator    *
      * who did it. PENDEXP expires actions left pending too long.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ACTION-FILE ASSIGN TO 'PENDACT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-ACTION-ID
           FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ACTION-FILE.
           COPY PENDREC.

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(20).
           05 AUD-OPERATION        PIC X(10).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-OLD-IMAGE        PIC X(418).
           05 AUD-NEW-IMAGE        PIC X(418).

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-PENDING-COUNT        PIC 9(5) VALUE 0.
       01  WS-LAST-ACTION-ID       PIC 9(8).
       01  WS-OLD-IMAGE            PIC X(264).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TIMESTAMP            PIC X(20).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-TIME-FMT             PIC X(8).
       01  WS-EDIT-AMOUNT          PIC -$$,$$$,$$$,$$9.99.

       LINKAGE SECTION.
           COPY DUALCTPM.

       PROCEDURE DIVISION USING DUAL-CONTROL-PARAMETERS.
       MAIN-LOGIC.
           MOVE '00' TO DC-RESULT
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
           MOVE WS-ACCEPT-TIME(1:2) TO WS-TIME-FMT(1:2)
           MOVE ':' TO WS-TIME-FMT(3:1)
           MOVE WS-ACCEPT-TIME(3:2) TO WS-TIME-FMT(4:2)
           MOVE ':' TO WS-TIME-FMT(6:1)
           MOVE WS-ACCEPT-TIME(5:2) TO WS-TIME-FMT(7:2)
           OPEN I-O PENDING-ACTION-FILE
           IF WS-PEND-STATUS NOT = '00'
              OPEN OUTPUT PENDING-ACTION-FILE
              CLOSE PENDING-ACTION-FILE
              OPEN I-O PENDING-ACTION-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'Pending-action file unavailable'
              MOVE 'IO' TO DC-RESULT
              GOBACK
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           EVALUATE DC-FUNCTION
              WHEN 'SUBMIT'
                 PERFORM SUBMIT-ACTION
              WHEN 'FETCH'
                 PERFORM FETCH-ACTION
              WHEN 'APPROVE'
                 PERFORM APPROVE-ACTION
              WHEN 'DECLINE'
                 PERFORM DECLINE-ACTION
              WHEN 'LIST'
                 PERFORM LIST-PENDING-ACTIONS
              WHEN OTHER
                 DISPLAY 'Invalid dual-control function'
                 MOVE 'IO' TO DC-RESULT
           END-EVALUATE
           CLOSE PENDING-ACTION-FILE
           CLOSE AUDIT-LOG
           GOBACK.

      *    The control record (ID zero) carries the last ID given
      *    out; a new queue starts it at zero.
       SUBMIT-ACTION.
           MOVE 0 TO PA-ACTION-ID
           READ PENDING-ACTION-FILE
              INVALID KEY
                 MOVE 0 TO WS-LAST-ACTION-ID
                 MOVE SPACES TO PA-CONTROL-DATA
                 MOVE 0 TO PA-CTL-LAST-ID
                 WRITE PENDING-ACTION-RECORD
              NOT INVALID KEY
                 MOVE PA-CTL-LAST-ID TO WS-LAST-ACTION-ID
           END-READ
           ADD 1 TO WS-LAST-ACTION-ID
           MOVE 0 TO PA-ACTION-ID
           MOVE SPACES TO PA-CONTROL-DATA
           MOVE WS-LAST-ACTION-ID TO PA-CTL-LAST-ID
           REWRITE PENDING-ACTION-RECORD
           IF WS-PEND-STATUS NOT = '00'
              DISPLAY 'Error updating pending-action control: '
                 WS-PEND-STATUS
              MOVE 'IO' TO DC-RESULT
           ELSE
              MOVE WS-LAST-ACTION-ID TO PA-ACTION-ID
              MOVE DC-ACTION-TYPE TO PA-ACTION-TYPE
              MOVE 'PE' TO PA-STATUS
              MOVE WS-TODAY-FMT TO PA-REQUEST-DATE
              MOVE WS-TIME-FMT TO PA-REQUEST-TIME
              MOVE DC-OPERATOR-ID TO PA-ORIGINATOR
              MOVE DC-CUST-ID TO PA-CUST-ID
              MOVE DC-AMOUNT TO PA-AMOUNT
              MOVE DC-DESCRIPTION TO PA-DESCRIPTION
              MOVE DC-DETAIL TO PA-DETAIL
              MOVE SPACES TO PA-ACTION-DATE
              MOVE SPACES TO PA-ACTIONED-BY
              MOVE SPACES TO PA-REASON
              WRITE PENDING-ACTION-RECORD
                 INVALID KEY
                    DISPLAY 'Error queueing action: ' WS-PEND-STATUS
                    MOVE 'IO' TO DC-RESULT
                 NOT INVALID KEY
                    MOVE WS-LAST-ACTION-ID TO DC-ACTION-ID
                    MOVE SPACES TO WS-OLD-IMAGE
                    MOVE 'PENDSUBMIT' TO AUD-OPERATION
                    PERFORM WRITE-PENDING-AUDIT
              END-WRITE
           END-IF.

       FETCH-ACTION.
           PERFORM READ-AND-CHECK-ACTION
           IF DC-OK
              MOVE PA-CUST-ID TO DC-CUST-ID
              MOVE PA-AMOUNT TO DC-AMOUNT
              MOVE PA-DESCRIPTION TO DC-DESCRIPTION
              MOVE PA-DETAIL TO DC-DETAIL
              MOVE PA-ORIGINATOR TO DC-ORIGINATOR
           END-IF.

       APPROVE-ACTION.
           PERFORM READ-AND-CHECK-ACTION
           IF DC-OK
              MOVE PENDING-ACTION-RECORD TO WS-OLD-IMAGE
              MOVE 'AP' TO PA-STATUS
              MOVE SPACES TO PA-REASON
              MOVE 'PENDAPPRV' TO AUD-OPERATION
              PERFORM CLOSE-PENDING-ACTION
           END-IF.

       DECLINE-ACTION.
           PERFORM READ-AND-CHECK-ACTION
           IF DC-OK
              MOVE PENDING-ACTION-RECORD TO WS-OLD-IMAGE
              MOVE 'DC' TO PA-STATUS
              MOVE DC-REASON TO PA-REASON
              MOVE 'PENDDECLN' TO AUD-OPERATION
              PERFORM CLOSE-PENDING-ACTION
           END-IF.

       CLOSE-PENDING-ACTION.
           MOVE WS-TODAY-FMT TO PA-ACTION-DATE
           MOVE DC-OPERATOR-ID TO PA-ACTIONED-BY
           REWRITE PENDING-ACTION-RECORD
           IF WS-PEND-STATUS = '00'
              PERFORM WRITE-PENDING-AUDIT
           ELSE
              DISPLAY 'Error updating pending action: '
                 WS-PEND-STATUS
              MOVE 'IO' TO DC-RESULT
           END-IF.

      *    The checker must hold supervisor authority, must not be
      *    the maker, and can only act on a still-pending action
      *    queued by the program asking.
       READ-AND-CHECK-ACTION.
           MOVE DC-ACTION-ID TO PA-ACTION-ID
           IF DC-ACTION-ID = 0
              MOVE 'NF' TO DC-RESULT
           ELSE
              READ PENDING-ACTION-FILE
                 INVALID KEY
                    MOVE 'NF' TO DC-RESULT
              END-READ
           END-IF
           IF DC-OK
              IF PA-ACTION-TYPE NOT = DC-ACTION-TYPE
                 MOVE 'WT' TO DC-RESULT
              ELSE
                 IF NOT PA-PENDING
                    MOVE 'NP' TO DC-RESULT
                 ELSE
                    IF DC-AUTHORITY NOT = 'S'
                       MOVE 'NA' TO DC-RESULT
                    ELSE
                       IF PA-ORIGINATOR = DC-OPERATOR-ID
                          MOVE 'SO' TO DC-RESULT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           EVALUATE DC-RESULT
              WHEN 'NF'
                 DISPLAY 'Pending action ' DC-ACTION-ID ' not found'
              WHEN 'WT'
                 DISPLAY 'Action ' DC-ACTION-ID ' belongs to '
                    PA-ACTION-TYPE ' - REFUSED'
              WHEN 'NP'
                 DISPLAY 'Action ' DC-ACTION-ID ' is no longer '
                    'pending (status ' PA-STATUS ')'
              WHEN 'NA'
                 DISPLAY 'Supervisor authority required to approve'
              WHEN 'SO'
                 DISPLAY 'Approver must not be the originator '
                    PA-ORIGINATOR ' - REFUSED'
           END-EVALUATE.

       LIST-PENDING-ACTIONS.
           MOVE 1 TO PA-ACTION-ID
           MOVE 0 TO WS-PENDING-COUNT
           START PENDING-ACTION-FILE
              KEY IS NOT LESS THAN PA-ACTION-ID
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           PERFORM LIST-NEXT-ACTION UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Actions pending approval: ' WS-PENDING-COUNT.

       LIST-NEXT-ACTION.
           READ PENDING-ACTION-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF PA-PENDING AND
                    (DC-ACTION-TYPE = SPACES OR
                     PA-ACTION-TYPE = DC-ACTION-TYPE)
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE PA-AMOUNT TO WS-EDIT-AMOUNT
                    DISPLAY 'Action: ' PA-ACTION-ID
                       ' ' PA-ACTION-TYPE
                       ' Queued: ' PA-REQUEST-DATE
                       ' ' PA-REQUEST-TIME
                       ' By: ' PA-ORIGINATOR
                    DISPLAY '  Customer: ' PA-CUST-ID
                       ' Amount: ' WS-EDIT-AMOUNT
                       ' ' PA-DESCRIPTION
                 END-IF
           END-READ.

       WRITE-PENDING-AUDIT.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           MOVE DC-OPERATOR-ID TO AUD-OPERATOR
           MOVE SPACES TO AUD-OLD-IMAGE
           MOVE WS-OLD-IMAGE TO AUD-OLD-IMAGE
           MOVE SPACES TO AUD-NEW-IMAGE
           MOVE PENDING-ACTION-RECORD TO AUD-NEW-IMAGE
           WRITE AUDIT-RECORD.
