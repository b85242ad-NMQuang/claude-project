      * (WOFFJRNL, GLJRNL format, accounts from GLMAP type 'WO')      *
      * so the day still balances through GLPOST, and a register      *
      * record on WOFFREG feeds the month-end review.                 *
      * Disposals are dual-controlled: REQUEST queues the item, code  *
      * and reason on PENDACT through DUALCTL and carries the whole   *
      * file forward untouched; the item only leaves suspense when a  *
      * second, different supervisor runs APPROVE on the action ID.   *
      * DECLINE and PENDING work the queue alone.                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-RECORD     PIC X(186).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ROTATE-FILE          PIC X VALUE 'N'.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-TARGET-TRAN-ID       PIC 9(15).
       01  WS-DISPOSITION-REASON   PIC X(50).
       01  WS-ITEM-FOUND           PIC X VALUE 'N'.
       01  WS-CARRIED-COUNT        PIC 9(7) VALUE 0.
       01  WS-FOUND-CUST-ID        PIC 9(10).
       01  WS-FOUND-TYPE           PIC X(2).
       01  WS-FOUND-AMOUNT         PIC S9(10)V99.

       01  WS-ABS-AMOUNT           PIC 9(12)V99.
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-TIMESTAMP            PIC X(20).
       01  WS-TODAY-FMT            PIC X(10).

      *    Request fields carried on the pending action.
       01  WS-WRITEOFF-REQUEST.
           05 WS-REQ-TRAN-ID       PIC 9(15).
           05 WS-REQ-DISPOSITION   PIC X(2).
           05 WS-REQ-REASON        PIC X(50).
           05 FILLER               PIC X(33).

           COPY OPSIGNPM.
           COPY DUALCTPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           IF WS-ROTATE-FILE = 'Y'
              PERFORM OPEN-SUSPENSE-FILES
              PERFORM ROTATE-SUSPENSE-FILE UNTIL WS-EOF-FLAG = 'Y'
              PERFORM FINALIZATION
           END-IF
           STOP RUN.

       INITIALIZATION.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'Enter operation (REQUEST/APPROVE/DECLINE/'
              'PENDING): '
           ACCEPT WS-OPERATION
           MOVE 'SUSPWOFF' TO DC-ACTION-TYPE
           MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID
           MOVE SGN-AUTHORITY TO DC-AUTHORITY
           EVALUATE WS-OPERATION
              WHEN 'REQUEST'
                 DISPLAY 'Enter TRAN-ID of item to dispose: '
                 ACCEPT WS-TARGET-TRAN-ID
                 DISPLAY 'Enter Disposition Code (WO/RF/OT): '
                 ACCEPT WS-DISPOSITION-CODE
                 DISPLAY 'Enter Disposition Reason: '
                 ACCEPT WS-DISPOSITION-REASON
                 MOVE 'Y' TO WS-ROTATE-FILE
              WHEN 'APPROVE'
                 PERFORM FETCH-APPROVED-DISPOSAL
              WHEN 'DECLINE'
                 DISPLAY 'Enter Action ID to decline: '
                 ACCEPT DC-ACTION-ID
                 DISPLAY 'Enter Reason: '
                 ACCEPT DC-REASON
                 MOVE 'DECLINE' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
                 IF DC-OK
                    DISPLAY 'Action ' DC-ACTION-ID ' declined'
                 END-IF
              WHEN 'PENDING'
                 MOVE 'LIST' TO DC-FUNCTION
                 CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE.

      *    The approved item, code and reason come back from the
      *    queue exactly as the maker entered them.
       FETCH-APPROVED-DISPOSAL.
           DISPLAY 'Enter Action ID to approve: '
           ACCEPT DC-ACTION-ID
           MOVE 'FETCH' TO DC-FUNCTION
           CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           IF DC-OK
              MOVE DC-DETAIL TO WS-WRITEOFF-REQUEST
              MOVE WS-REQ-TRAN-ID TO WS-TARGET-TRAN-ID
              MOVE WS-REQ-DISPOSITION TO WS-DISPOSITION-CODE
              MOVE WS-REQ-REASON TO WS-DISPOSITION-REASON
              DISPLAY 'Approving ' DC-DESCRIPTION
                 ' queued by ' DC-ORIGINATOR
              MOVE 'Y' TO WS-ROTATE-FILE
           END-IF.

       OPEN-SUSPENSE-FILES.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF SUSP-TRAN-ID = WS-TARGET-TRAN-ID AND
                    WS-ITEM-FOUND = 'N' AND
                    WS-OPERATION = 'APPROVE'
                    MOVE 'Y' TO WS-ITEM-FOUND
                    PERFORM DISPOSE-SUSPENSE-ITEM
                 ELSE
                    IF SUSP-TRAN-ID = WS-TARGET-TRAN-ID AND
                       WS-ITEM-FOUND = 'N'
                       MOVE 'Y' TO WS-ITEM-FOUND
                       MOVE SUSP-CUST-ID TO WS-FOUND-CUST-ID
                       MOVE SUSP-TYPE TO WS-FOUND-TYPE
                       MOVE SUSP-AMOUNT TO WS-FOUND-AMOUNT
                    END-IF
                    ADD 1 TO WS-CARRIED-COUNT
                    WRITE NEW-SUSPENSE-RECORD FROM SUSPENSE-RECORD
                 END-IF
           MOVE SUSP-CURRENCY-CODE TO WR-CURRENCY-CODE
           MOVE WS-DISPOSITION-CODE TO WR-DISPOSITION
           MOVE WS-DISPOSITION-REASON TO WR-REASON
           MOVE DC-ORIGINATOR TO WR-OPERATOR
           WRITE WRITEOFF-REGISTER-RECORD.

       FINALIZATION.
              DISPLAY 'TRAN-ID ' WS-TARGET-TRAN-ID ' NOT ON '
                 'SUSPENSE FILE - NOTHING DISPOSED'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM CLOSE-PENDING-DISPOSAL
           END-IF
           CLOSE SUSPENSE-FILE
           CLOSE NEW-SUSPENSE-FILE
           END-IF
           DISPLAY 'Suspense Write-Off Complete'
           DISPLAY 'Items Carried Forward: ' WS-CARRIED-COUNT.

      *    A request is queued once the item is known to be in
      *    suspense; an approval closes the action once the item
      *    has been disposed. An approved item no longer in
      *    suspense leaves its action pending for the checker to
      *    decline.
       CLOSE-PENDING-DISPOSAL.
           IF WS-OPERATION = 'REQUEST'
              MOVE WS-TARGET-TRAN-ID TO WS-REQ-TRAN-ID
              MOVE WS-DISPOSITION-CODE TO WS-REQ-DISPOSITION
              MOVE WS-DISPOSITION-REASON TO WS-REQ-REASON
              MOVE 'SUBMIT' TO DC-FUNCTION
              MOVE WS-FOUND-CUST-ID TO DC-CUST-ID
              MOVE WS-FOUND-AMOUNT TO DC-AMOUNT
              MOVE SPACES TO DC-DESCRIPTION
              STRING 'DISPOSE ' WS-DISPOSITION-CODE ' SUSP '
                     WS-FOUND-TYPE ' TRAN ' WS-TARGET-TRAN-ID
                 DELIMITED BY SIZE INTO DC-DESCRIPTION
              MOVE WS-WRITEOFF-REQUEST TO DC-DETAIL
              CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              IF DC-OK
                 DISPLAY 'Disposal queued for approval as action '
                    DC-ACTION-ID
              END-IF
           ELSE
              MOVE 'APPROVE' TO DC-FUNCTION
              CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
           END-IF.
