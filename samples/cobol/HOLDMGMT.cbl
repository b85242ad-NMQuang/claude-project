      * during posting. Hold types: AL block everything, DB block     *
      * debits only, TO block transfers out, AM block any single      *
      * transaction over the threshold amount.                        *
      * Releasing a hold is dual-controlled: a supervisor's RELEASE   *
      * is queued on PENDACT through DUALCTL and the hold only comes  *
      * off when a second, different supervisor runs APPROVE on the   *
      * action ID (or DECLINE). PENDING lists releases waiting.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-HOLD-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-HOLD-RELEASED        PIC X VALUE 'N'.

      *    Request fields carried on the pending action.
       01  WS-RELEASE-REQUEST.
           05 WS-REQ-CUST-ID       PIC 9(10).
           05 WS-REQ-HOLD-TYPE     PIC X(2).
           05 WS-REQ-PLACED-DATE   PIC X(10).
           05 FILLER               PIC X(78).

           COPY OPSIGNPM.
           COPY DUALCTPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                 WHEN 'PLACE'
                    PERFORM PLACE-HOLD
                 WHEN 'RELEASE'
                    PERFORM SUPERVISOR-SIGN-ON
                    IF WS-SIGNON-OK = 'Y'
                       PERFORM RELEASE-HOLD
                    END-IF
                 WHEN 'APPROVE'
                    PERFORM SUPERVISOR-SIGN-ON
                    IF WS-SIGNON-OK = 'Y'
                       PERFORM APPROVE-RELEASE
                    END-IF
                 WHEN 'DECLINE'
                    PERFORM SUPERVISOR-SIGN-ON
                    IF WS-SIGNON-OK = 'Y'
                       PERFORM DECLINE-RELEASE
                    END-IF
                 WHEN 'PENDING'
                    MOVE 'HOLDMGMT' TO DC-ACTION-TYPE
                    MOVE 'LIST' TO DC-FUNCTION
                    CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
                 WHEN 'READ'
                    PERFORM READ-HOLD
                 WHEN 'BROWSE'
           END-IF.

       GET-OPERATION.
           DISPLAY 'Enter operation (PLACE/RELEASE/APPROVE/DECLINE/'
              'PENDING/READ/BROWSE): '
           ACCEPT WS-OPERATION.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change. Only
      *    the dual-controlled operations ask for it.
       SUPERVISOR-SIGN-ON.
           MOVE 'HOLDMGMT' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE 'N' TO WS-SIGNON-OK
           IF SGN-OK = 'Y'
              IF SGN-AUTHORITY = 'S'
                 MOVE 'Y' TO WS-SIGNON-OK
                 MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
              ELSE
                 DISPLAY 'Supervisor authority required'
              END-IF
           ELSE
              DISPLAY 'Supervisor sign-on required'
           END-IF
           MOVE 'HOLDMGMT' TO DC-ACTION-TYPE
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID
           MOVE SGN-AUTHORITY TO DC-AUTHORITY.

       PLACE-HOLD.
           DISPLAY 'Enter Customer ID: '
           ACCEPT HOLD-CUST-ID
              INVALID KEY
                 DISPLAY 'No hold on file for customer'
              NOT INVALID KEY
                 MOVE HOLD-CUST-ID TO WS-REQ-CUST-ID
                 MOVE HOLD-TYPE TO WS-REQ-HOLD-TYPE
                 MOVE HOLD-PLACED-DATE TO WS-REQ-PLACED-DATE
                 MOVE 'SUBMIT' TO DC-FUNCTION
                 MOVE HOLD-CUST-ID TO DC-CUST-ID
                 MOVE HOLD-THRESHOLD-AMOUNT TO DC-AMOUNT
                 MOVE SPACES TO DC-DESCRIPTION
                 STRING 'RELEASE ' HOLD-TYPE ' HOLD PLACED '
                        HOLD-PLACED-DATE
                    DELIMITED BY SIZE INTO DC-DESCRIPTION
                 MOVE WS-RELEASE-REQUEST TO DC-DETAIL
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
                 IF DC-OK
                    DISPLAY 'Hold release queued for approval as '
                       'action ' DC-ACTION-ID
                 END-IF
           END-READ.

      *    The hold comes off only if it is still the one the maker
      *    asked to release; a hold replaced since then leaves the
      *    action pending for the checker to decline.
       APPROVE-RELEASE.
           DISPLAY 'Enter Action ID to approve: '
           ACCEPT DC-ACTION-ID
           MOVE 'FETCH' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              MOVE DC-DETAIL TO WS-RELEASE-REQUEST
              DISPLAY 'Approving ' DC-DESCRIPTION
                 ' for customer ' WS-REQ-CUST-ID
                 ' queued by ' DC-ORIGINATOR
              MOVE 'N' TO WS-HOLD-RELEASED
              MOVE WS-REQ-CUST-ID TO HOLD-CUST-ID
              READ HOLD-FILE
                 INVALID KEY
                    DISPLAY 'No hold on file for customer'
                 NOT INVALID KEY
                    PERFORM APPLY-HOLD-RELEASE
              END-READ
              IF WS-HOLD-RELEASED = 'Y'
                 MOVE 'APPROVE' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              ELSE
                 DISPLAY 'Action left pending - DECLINE it if it '
                    'can no longer be applied'
              END-IF
           END-IF.

       APPLY-HOLD-RELEASE.
           IF HOLD-TYPE NOT = WS-REQ-HOLD-TYPE OR
              HOLD-PLACED-DATE NOT = WS-REQ-PLACED-DATE
              DISPLAY 'Hold has been replaced since the release was '
                 'queued'
           ELSE
              DELETE HOLD-FILE RECORD
              IF WS-HOLD-STATUS = '00'
                 MOVE 'Y' TO WS-HOLD-RELEASED
                 DISPLAY 'Hold released - suspense items for this '
                    'account will repost on the next SUSPPROC run'
              ELSE
                 DISPLAY 'Error releasing hold: ' WS-HOLD-STATUS
              END-IF
           END-IF.

       DECLINE-RELEASE.
           DISPLAY 'Enter Action ID to decline: '
           ACCEPT DC-ACTION-ID
           DISPLAY 'Enter Reason: '
           ACCEPT DC-REASON
           MOVE 'DECLINE' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              DISPLAY 'Action ' DC-ACTION-ID ' declined'
           END-IF.

       READ-HOLD.
           DISPLAY 'Enter Customer ID: '
           ACCEPT HOLD-CUST-ID
