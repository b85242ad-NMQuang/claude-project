      * The reversing record carries the original TRAN-ID under the  *
      * reversal date, so the posted-transaction duplicate key        *
      * (date + TRAN-ID) stays unique and the link is visible.        *
      * Reversals are dual-controlled: REQUEST checks the posting     *
      * and queues it on PENDACT through DUALCTL, and nothing is      *
      * reversed until a second, different supervisor runs APPROVE    *
      * against the action ID (or DECLINE). PENDING lists what waits. *
      * An upheld dispute (DISPMNT) is reversed through the same      *
      * queue; when the customer already holds the dispute's          *
      * provisional credit, that credit stands as the offset and      *
      * approval marks the posting reversed without generating one.   *
      * Approving such a reversal resolves the dispute on DISPFILE as *
      * upheld; declining it returns the dispute to open.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'DISPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-TRAN-ID
           FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-HISTORY-FILE.
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  REVERSAL-REGISTER.
       01  REVERSAL-RECORD.
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-OLD-IMAGE        PIC X(418).
           05 AUD-NEW-IMAGE        PIC X(418).

       FD  DISPUTE-FILE.
           COPY DISPREC.


       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-REV-STATUS           PIC XX.
       01  WS-TRAN-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-DISP-STATUS          PIC XX.
       01  WS-DISP-FILE-OPEN       PIC X VALUE 'N'.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-REVERSAL-OK          PIC X VALUE 'N'.
       01  WS-APPLY-REVERSAL       PIC X VALUE 'N'.

       01  WS-TARGET-CUST-ID       PIC 9(10).
       01  WS-TARGET-DATE          PIC X(10).
       01  WS-TIMESTAMP            PIC X(20).
       01  WS-TODAY-FMT            PIC X(10).

      *    Request fields carried on the pending action.
       01  WS-REVERSAL-REQUEST.
           05 WS-REQ-CUST-ID       PIC 9(10).
           05 WS-REQ-DATE          PIC X(10).
           05 WS-REQ-TRAN-ID       PIC 9(15).
           05 WS-REQ-OFFSET-CREDITED PIC X(1).
           05 FILLER               PIC X(64).

           COPY OPSIGNPM.
           COPY DUALCTPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           IF WS-SIGNON-OK = 'Y'
              PERFORM PROCESS-OPERATION
           END-IF
           PERFORM TERMINATE-PROGRAM
           STOP RUN.
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-STATUS = '00'
              MOVE 'Y' TO WS-DISP-FILE-OPEN
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, which
              END-IF
           END-IF.

       PROCESS-OPERATION.
           DISPLAY 'Enter operation (REQUEST/APPROVE/DECLINE/'
              'PENDING): '
           ACCEPT WS-OPERATION
           MOVE 'TRNREV  ' TO DC-ACTION-TYPE
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID
           MOVE SGN-AUTHORITY TO DC-AUTHORITY
           EVALUATE WS-OPERATION
              WHEN 'REQUEST'
                 PERFORM REQUEST-REVERSAL
              WHEN 'APPROVE'
                 PERFORM APPROVE-REVERSAL
              WHEN 'DECLINE'
                 PERFORM DECLINE-REVERSAL
              WHEN 'PENDING'
                 MOVE 'LIST' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE.

      *    The maker's checks are the same ones the reversal itself
      *    makes, so a request that could never be applied is not
      *    queued; nothing is touched until approval.
       REQUEST-REVERSAL.
           DISPLAY 'Enter Customer ID of posting: '
           ACCEPT WS-TARGET-CUST-ID
           DISPLAY 'Enter Posting Date (CCYY-MM-DD): '
           ACCEPT WS-TARGET-DATE
           DISPLAY 'Enter Transaction ID: '
           ACCEPT WS-TARGET-TRAN-ID
           MOVE 'N' TO WS-APPLY-REVERSAL
           PERFORM REVERSE-TRANSACTION
           IF WS-REVERSAL-OK = 'Y'
              MOVE WS-TARGET-CUST-ID TO WS-REQ-CUST-ID
              MOVE WS-TARGET-DATE TO WS-REQ-DATE
              MOVE WS-TARGET-TRAN-ID TO WS-REQ-TRAN-ID
              MOVE 'N' TO WS-REQ-OFFSET-CREDITED
              MOVE 'SUBMIT' TO DC-FUNCTION
              MOVE WS-TARGET-CUST-ID TO DC-CUST-ID
              MOVE WS-ORIG-AMOUNT TO DC-AMOUNT
              MOVE SPACES TO DC-DESCRIPTION
              STRING 'REVERSE ' WS-ORIG-TYPE ' TRAN '
                     WS-TARGET-TRAN-ID
                 DELIMITED BY SIZE INTO DC-DESCRIPTION
              MOVE WS-REVERSAL-REQUEST TO DC-DETAIL
              CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              IF DC-OK
                 DISPLAY 'Reversal queued for approval as action '
                    DC-ACTION-ID
              END-IF
           END-IF.

      *    The checker re-runs the full set of checks against the
      *    files as they stand now before the reversal is applied;
      *    the action is only closed as approved once it has been.
       APPROVE-REVERSAL.
           DISPLAY 'Enter Action ID to approve: '
           ACCEPT DC-ACTION-ID
           MOVE 'FETCH' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              MOVE DC-DETAIL TO WS-REVERSAL-REQUEST
              MOVE WS-REQ-CUST-ID TO WS-TARGET-CUST-ID
              MOVE WS-REQ-DATE TO WS-TARGET-DATE
              MOVE WS-REQ-TRAN-ID TO WS-TARGET-TRAN-ID
              DISPLAY 'Approving ' DC-DESCRIPTION
                 ' queued by ' DC-ORIGINATOR
              MOVE 'Y' TO WS-APPLY-REVERSAL
              PERFORM REVERSE-TRANSACTION
              IF WS-REVERSAL-OK = 'Y'
                 MOVE 'APPROVE' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
                 PERFORM READ-PENDING-UPHOLD
                 IF WS-DISP-STATUS = '00'
                    PERFORM FINALISE-UPHELD-DISPUTE
                 END-IF
              ELSE
                 DISPLAY 'Action left pending - DECLINE it if it '
                    'can no longer be applied'
              END-IF
           END-IF.

      *    The action is fetched first for the posting it names, so
      *    a dispute waiting on it can be returned to open.
       DECLINE-REVERSAL.
           DISPLAY 'Enter Action ID to decline: '
           ACCEPT DC-ACTION-ID
           MOVE 'FETCH' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              MOVE DC-DETAIL TO WS-REVERSAL-REQUEST
              MOVE WS-REQ-TRAN-ID TO WS-TARGET-TRAN-ID
              DISPLAY 'Enter Reason: '
              ACCEPT DC-REASON
              MOVE 'DECLINE' TO DC-FUNCTION
              CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              IF DC-OK
                 DISPLAY 'Action ' DC-ACTION-ID ' declined'
                 PERFORM READ-PENDING-UPHOLD
                 IF WS-DISP-STATUS = '00'
                    PERFORM REOPEN-PENDING-UPHOLD
                 END-IF
              END-IF
           END-IF.

      *    A dispute is waiting on this action only while it is
      *    uphold-pending against this same action ID; a status of
      *    '00' on return means one was found.
       READ-PENDING-UPHOLD.
           MOVE '23' TO WS-DISP-STATUS
           IF DC-OK AND WS-DISP-FILE-OPEN = 'Y'
              MOVE WS-TARGET-TRAN-ID TO DSP-TRAN-ID
              READ DISPUTE-FILE
                 INVALID KEY
                    MOVE '23' TO WS-DISP-STATUS
                 NOT INVALID KEY
                    IF NOT DSP-UPHOLD-PENDING OR
                       DSP-REVERSAL-ACTION NOT = DC-ACTION-ID
                       MOVE '23' TO WS-DISP-STATUS
                    END-IF
              END-READ
           END-IF.

       FINALISE-UPHELD-DISPUTE.
           MOVE 'U' TO DSP-STATUS
           MOVE WS-TODAY-FMT TO DSP-RESOLVED-DATE
           MOVE WS-OPERATOR-ID TO DSP-RESOLVED-BY
           REWRITE DISPUTE-RECORD
           IF WS-DISP-STATUS = '00'
              DISPLAY 'Dispute of TRAN-ID ' DSP-TRAN-ID
                 ' resolved as upheld'
           ELSE
              DISPLAY 'Error updating dispute: ' WS-DISP-STATUS
           END-IF.

       REOPEN-PENDING-UPHOLD.
           MOVE 'O' TO DSP-STATUS
           MOVE 0 TO DSP-REVERSAL-ACTION
           MOVE SPACES TO DSP-RESOLUTION-TEXT
           REWRITE DISPUTE-RECORD
           IF WS-DISP-STATUS = '00'
              DISPLAY 'Dispute of TRAN-ID ' DSP-TRAN-ID
                 ' returned to open'
           ELSE
              DISPLAY 'Error updating dispute: ' WS-DISP-STATUS
           END-IF.

       REVERSE-TRANSACTION.
           MOVE 'N' TO WS-REVERSAL-OK
           PERFORM CHECK-ALREADY-REVERSED
           IF WS-REV-STATUS = '00'
              DISPLAY 'TRAN-ID ' WS-TARGET-TRAN-ID ' ALREADY '
                    MOVE PH-CURRENCY-CODE TO WS-ORIG-CURRENCY
                    MOVE PH-FROM-CUST-ID TO WS-ORIG-FROM-ID
                    MOVE PH-TO-CUST-ID TO WS-ORIG-TO-ID
                    MOVE 'Y' TO WS-REVERSAL-OK
                    IF WS-APPLY-REVERSAL = 'Y'
                       IF WS-REQ-OFFSET-CREDITED = 'Y'
                          DISPLAY 'Offset already credited by the '
                             'dispute - none generated'
                       ELSE
                          PERFORM EMIT-OFFSETTING-TRANSACTION
                       END-IF
                       PERFORM MARK-LEGS-REVERSED
                       PERFORM RECORD-REVERSAL
                       DISPLAY 'Reversal generated for TRAN-ID '
                          WS-TARGET-TRAN-ID
                    END-IF
                 END-IF
           END-READ.

           MOVE WS-TODAY-FMT TO TRAN-DATE
           MOVE WS-TIMESTAMP(9:8) TO TRAN-TIME
           MOVE WS-ORIG-CURRENCY TO TRAN-CURRENCY-CODE
           MOVE 'REV' TO TRAN-BRANCH-ID
           EVALUATE WS-ORIG-TYPE
              WHEN 'TR'
                 MOVE 'TR' TO TRAN-TYPE
           MOVE WS-TARGET-DATE TO RV-ORIG-DATE
           MOVE WS-TARGET-TRAN-ID TO RV-ORIG-TRAN-ID
           MOVE WS-TODAY-FMT TO RV-REVERSAL-DATE
           MOVE DC-ORIGINATOR TO RV-OPERATOR
           MOVE WS-ORIG-TYPE TO RV-TYPE
           MOVE WS-ORIG-AMOUNT TO RV-AMOUNT
           WRITE REVERSAL-RECORD
           CLOSE TRAN-HISTORY-FILE
           CLOSE REVERSAL-REGISTER
           CLOSE AUDIT-LOG
           IF WS-DISP-FILE-OPEN = 'Y'
              CLOSE DISPUTE-FILE
           END-IF
           DISPLAY 'Program terminated'.
