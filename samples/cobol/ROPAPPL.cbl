       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROPAPPL.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * REORDER POINT PROPOSALS - APPLY STEP                          *
      * Applies the STKDEMND proposals a supervisor has flagged       *
      * approved ('Y' in the approval column of ROPPROP): updates     *
      * PROD-REORDER-POINT on PRODMAST and writes a before/after      *
      * image to RATAUDIT the way PRODMNT does. A proposal whose      *
      * recorded current reorder point no longer matches the          *
      * product is skipped as stale rather than applied blind.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO 'ROPPROP'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05 RP-PROD-CODE         PIC X(10).
           05 RP-DESCRIPTION       PIC X(30).
           05 RP-CURRENT-ROP       PIC 9(7).
           05 RP-PROPOSED-ROP      PIC 9(7).
           05 RP-AVG-DEMAND        PIC 9(5)V99.
           05 RP-PEAK-DEMAND       PIC 9(7).
           05 RP-APPROVED          PIC X(1).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PROD-CODE            PIC X(10).
           05 PROD-DESCRIPTION     PIC X(30).
           05 PROD-STD-UNIT-PRICE  PIC 9(8)V99.
           05 PROD-ON-HAND-QTY     PIC 9(7).
           05 PROD-ALLOCATED-QTY   PIC 9(7).
           05 PROD-REORDER-POINT   PIC 9(7).
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROP-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-PROD-IMAGE     PIC X(80).

       01  WS-APPLIED-COUNT        PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
       01  WS-STALE-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM APPLY-PROPOSALS UNTIL WS-EOF-FLAG = 'Y'
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Reorder Point Apply Step'
           OPEN INPUT PROPOSAL-FILE
           OPEN I-O PRODUCT-FILE
           IF WS-PROP-STATUS NOT = '00' OR WS-PROD-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF.

       APPLY-PROPOSALS.
           READ PROPOSAL-FILE
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF RP-APPROVED = 'Y'
                    PERFORM APPLY-SINGLE-PROPOSAL
                 ELSE
                    ADD 1 TO WS-SKIPPED-COUNT
                 END-IF
           END-READ.

       APPLY-SINGLE-PROPOSAL.
           MOVE RP-PROD-CODE TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Product not found for proposal: '
                    RP-PROD-CODE
                 ADD 1 TO WS-SKIPPED-COUNT
              NOT INVALID KEY
                 IF PROD-REORDER-POINT NOT = RP-CURRENT-ROP
                    DISPLAY 'Stale proposal skipped for product: '
                       RP-PROD-CODE
                    ADD 1 TO WS-STALE-COUNT
                 ELSE
                    PERFORM UPDATE-REORDER-POINT
                 END-IF
           END-READ.

       UPDATE-REORDER-POINT.
           MOVE PRODUCT-RECORD TO WS-SAVED-PROD-IMAGE
           MOVE RP-PROPOSED-ROP TO PROD-REORDER-POINT
           REWRITE PRODUCT-RECORD
           IF WS-PROD-STATUS = '00'
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-PRODUCT-AUDIT
           ELSE
              DISPLAY 'Error updating product: ' RP-PROD-CODE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       WRITE-PRODUCT-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'PRODMAST' TO RAUD-TABLE
           MOVE 'ROPCHG' TO RAUD-OPERATION
           MOVE 'ROPAPPL' TO RAUD-OPERATOR
           MOVE WS-SAVED-PROD-IMAGE TO RAUD-OLD-IMAGE
           MOVE PRODUCT-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.

       FINALIZATION.
           CLOSE PROPOSAL-FILE
           CLOSE PRODUCT-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Reorder Point Apply Complete'
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
           DISPLAY 'Skipped: ' WS-SKIPPED-COUNT
           DISPLAY 'Stale Proposals: ' WS-STALE-COUNT.
