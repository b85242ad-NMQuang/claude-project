      * the standard before/after AUDITLOG image showing the limit   *
      * in force. Expired overrides are simply ignored by posting    *
      * and can be released here at leisure.                         *
      * Placing and releasing are dual-controlled: the first          *
      * supervisor's PLACE or RELEASE is queued on PENDACT through    *
      * DUALCTL and takes effect only when a second, different        *
      * supervisor runs APPROVE on the action ID (or DECLINE).        *
      * PENDING lists the overrides waiting for approval.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-OVERRIDE-APPLIED     PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-OVERRIDE-COUNT       PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-EDIT-LIMIT           PIC $$,$$$,$$$,$$9.99.

      *    Request fields carried on the pending action.
       01  WS-OVERRIDE-REQUEST.
           05 WS-REQ-ACTION        PIC X(10).
           05 WS-REQ-CUST-ID       PIC 9(10).
           05 WS-REQ-LIMIT         PIC 9(10)V99.
           05 WS-REQ-START-DATE    PIC X(10).
           05 WS-REQ-EXPIRY-DATE   PIC X(10).
           05 FILLER               PIC X(48).

           COPY OPSIGNPM.
           COPY DUALCTPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

       PROCESS-OVERRIDES.
           IF WS-ERROR-FLAG = 'N'
              DISPLAY 'Enter operation (PLACE/RELEASE/APPROVE/'
                 'DECLINE/PENDING/READ/BROWSE): '
              ACCEPT WS-OPERATION
              MOVE 'LIMOVMNT' TO DC-ACTION-TYPE
              MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID
              MOVE SGN-AUTHORITY TO DC-AUTHORITY
              EVALUATE WS-OPERATION
                 WHEN 'PLACE'
                    PERFORM PLACE-OVERRIDE
                 WHEN 'RELEASE'
                    PERFORM RELEASE-OVERRIDE
                 WHEN 'APPROVE'
                    PERFORM APPROVE-OVERRIDE
                 WHEN 'DECLINE'
                    PERFORM DECLINE-OVERRIDE
                 WHEN 'PENDING'
                    MOVE 'LIST' TO DC-FUNCTION
                    CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
                 WHEN 'READ'
                    PERFORM READ-OVERRIDE
                 WHEN 'BROWSE'
              IF LO-EXPIRY-DATE < LO-START-DATE
                 DISPLAY 'Expiry date precedes start date'
              ELSE
                 MOVE 'PLACE' TO WS-REQ-ACTION
                 PERFORM QUEUE-OVERRIDE-ACTION
              END-IF
           END-IF.

      *    The checked override goes to the approval queue; the
      *    description and amount are what the checker sees listed.
       QUEUE-OVERRIDE-ACTION.
           MOVE LO-CUST-ID TO WS-REQ-CUST-ID
           MOVE LO-OVERRIDE-LIMIT TO WS-REQ-LIMIT
           MOVE LO-START-DATE TO WS-REQ-START-DATE
           MOVE LO-EXPIRY-DATE TO WS-REQ-EXPIRY-DATE
           MOVE 'SUBMIT' TO DC-FUNCTION
           MOVE LO-CUST-ID TO DC-CUST-ID
           MOVE LO-OVERRIDE-LIMIT TO DC-AMOUNT
           MOVE SPACES TO DC-DESCRIPTION
           STRING WS-REQ-ACTION DELIMITED BY SPACE
                  ' OVERRIDE EXPIRING ' LO-EXPIRY-DATE
                  DELIMITED BY SIZE
              INTO DC-DESCRIPTION
           MOVE WS-OVERRIDE-REQUEST TO DC-DETAIL
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              DISPLAY 'Override ' WS-REQ-ACTION
                 ' queued for approval as action ' DC-ACTION-ID
           END-IF.

      *    The checker applies the change exactly as queued, with
      *    the originator recorded as the authorizing operator on
      *    the override; the action closes only once it is applied.
       APPROVE-OVERRIDE.
           DISPLAY 'Enter Action ID to approve: '
           ACCEPT DC-ACTION-ID
           MOVE 'FETCH' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              MOVE DC-DETAIL TO WS-OVERRIDE-REQUEST
              DISPLAY 'Approving ' DC-DESCRIPTION
                 ' for customer ' WS-REQ-CUST-ID
                 ' queued by ' DC-ORIGINATOR
              MOVE 'N' TO WS-OVERRIDE-APPLIED
              IF WS-REQ-ACTION = 'PLACE'
                 PERFORM APPLY-OVERRIDE-PLACEMENT
              ELSE
                 PERFORM APPLY-OVERRIDE-RELEASE
              END-IF
              IF WS-OVERRIDE-APPLIED = 'Y'
                 MOVE 'APPROVE' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              ELSE
                 DISPLAY 'Action left pending - DECLINE it if it '
                    'can no longer be applied'
              END-IF
           END-IF.

       APPLY-OVERRIDE-PLACEMENT.
           MOVE 'PLACE' TO WS-OPERATION
           MOVE WS-REQ-CUST-ID TO LO-CUST-ID
           MOVE WS-REQ-LIMIT TO LO-OVERRIDE-LIMIT
           MOVE WS-REQ-START-DATE TO LO-START-DATE
           MOVE WS-REQ-EXPIRY-DATE TO LO-EXPIRY-DATE
           MOVE DC-ORIGINATOR TO LO-OPERATOR
           WRITE OVERRIDE-RECORD
              INVALID KEY
                 REWRITE OVERRIDE-RECORD
                 IF WS-OVRD-STATUS = '00'
                    DISPLAY 'Existing override replaced'
                    MOVE 'Y' TO WS-OVERRIDE-APPLIED
                    PERFORM WRITE-OVERRIDE-AUDIT
                 ELSE
                    DISPLAY 'Error writing override: '
                       WS-OVRD-STATUS
                 END-IF
              NOT INVALID KEY
                 DISPLAY 'Override placed'
                 MOVE 'Y' TO WS-OVERRIDE-APPLIED
                 PERFORM WRITE-OVERRIDE-AUDIT
           END-WRITE.

       APPLY-OVERRIDE-RELEASE.
           MOVE WS-REQ-CUST-ID TO LO-CUST-ID
           READ OVERRIDE-FILE
              INVALID KEY
                 DISPLAY 'No override on file for customer'
                 DELETE OVERRIDE-FILE RECORD
                 IF WS-OVRD-STATUS = '00'
                    DISPLAY 'Override released'
                    MOVE 'Y' TO WS-OVERRIDE-APPLIED
                    MOVE 'LIMOVREL' TO WS-OPERATION
                    PERFORM WRITE-OVERRIDE-AUDIT
                 ELSE
                 END-IF
           END-READ.

       DECLINE-OVERRIDE.
           DISPLAY 'Enter Action ID to decline: '
           ACCEPT DC-ACTION-ID
           DISPLAY 'Enter Reason: '
           ACCEPT DC-REASON
           MOVE 'DECLINE' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              DISPLAY 'Action ' DC-ACTION-ID ' declined'
           END-IF.

       RELEASE-OVERRIDE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT LO-CUST-ID
           READ OVERRIDE-FILE
              INVALID KEY
                 DISPLAY 'No override on file for customer'
              NOT INVALID KEY
                 MOVE 'RELEASE' TO WS-REQ-ACTION
                 PERFORM QUEUE-OVERRIDE-ACTION
           END-READ.

       READ-OVERRIDE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT LO-CUST-ID
