      * on TR types, the counterparty - and matches divert onto the  *
      * review extract SCRNEXTR instead of the clean feed, reported  *
      * on EDITRPT with the list reason. Clean records go forward    *
      * on TRANOUT, originating branch and all, under a regenerated  *
      * trailer; rejects go to the edit report with field-level      *
      * reasons. Input count must equal clean plus rejected plus     *
      * screened or the step fails.                                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SCREENING-LIST ASSIGN TO 'SCRNLIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCRN-KEY
           FILE STATUS IS WS-SCRN-STATUS.

           SELECT SCREEN-EXTRACT ASSIGN TO 'SCRNEXTR'
           05 TE-TIME              PIC X(8).
           05 TE-TO-CUST-X         PIC X(10).
           05 TE-CURRENCY          PIC X(3).
           05 TE-BRANCH-ID         PIC X(3).

       FD  CURRENCY-LIST-FILE.
       01  CURRENCY-LIST-RECORD.
           05 CT-TIME              PIC X(8).
           05 CT-TO-CUST-ID        PIC 9(10).
           05 CT-CURRENCY-CODE     PIC X(3).
           05 CT-BRANCH-ID         PIC X(3).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-LINE        PIC X(132).

       FD  SCREENING-LIST.
           COPY SCRNREC.

       FD  SCREEN-EXTRACT.
       01  SCREEN-EXTRACT-RECORD.
           05 SX-TIME              PIC X(8).
           05 SX-TO-CUST-ID        PIC 9(10).
           05 SX-CURRENCY-CODE     PIC X(3).
           05 SX-BRANCH-ID         PIC X(3).
           05 SX-MATCHED-ID        PIC 9(10).
           05 SX-REASON            PIC X(50).

              END-IF
           END-IF.

      *    Only the ID entries are read here; provider list entries
      *    are matched by name against the customer base by SCRNRESC.
       CHECK-ONE-SCREEN-ID.
           MOVE 'I' TO SCRN-ENTRY-TYPE
           MOVE WS-SCREEN-CHECK-ID TO SCRN-ID
           READ SCREENING-LIST
              INVALID KEY
              MOVE 0 TO SX-TO-CUST-ID
           END-IF
           MOVE TE-CURRENCY TO SX-CURRENCY-CODE
           MOVE TE-BRANCH-ID TO SX-BRANCH-ID
           MOVE WS-SCREEN-MATCH-ID TO SX-MATCHED-ID
           MOVE WS-SCREEN-REASON TO SX-REASON
           WRITE SCREEN-EXTRACT-RECORD
           MOVE SPACES TO CT-TIME
           MOVE 0 TO CT-TO-CUST-ID
           MOVE SPACES TO CT-CURRENCY-CODE
           MOVE SPACES TO CT-BRANCH-ID
           WRITE CLEAN-TRAN-RECORD.

       FINALIZATION.
