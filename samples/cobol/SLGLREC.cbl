       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLGLREC.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER SUBLEDGER TO GL CONTROL-ACCOUNT RECONCILIATION       *
      * RECONCILE is the daily step run after CUSTSWP and GLPOST: it  *
      * totals customer balances on the CUSTMETR extract and account  *
      * balances on ACCTFILE by currency and compares each with the   *
      * GLBAL balances of the control accounts listed on RECNPARM.    *
      * Customer balances are carried as credits in the GL, so the    *
      * control balance is taken with its sign reversed.              *
      * Known reconciling items explain part of any difference:       *
      *  - legs to a control account on a journal written but not     *
      *    yet applied by GLPOST (WOFFJRNL and the like), read from   *
      *    the PENDJRNL DD when one is supplied;                      *
      *  - items raised by finance on RECNITEM, carried forward from  *
      *    day to day until cleared.                                  *
      * What is left is the unexplained difference. Each one raises a *
      * severity 1 alert on ALRTFILE for the morning console and      *
      * return code 8. The report is SLRECRPT.                        *
      * ADD, CLEAR and LIST maintain RECNITEM under an OPERSIGN       *
      * sign-on; ADD and CLEAR write a before/after AUDITLOG image.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO 'RECNPARM'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT CUSTOMER-METRICS ASSIGN TO 'CUSTMETR'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-METR-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY
           FILE STATUS IS WS-ACCTF-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

           SELECT PENDING-JOURNAL ASSIGN TO 'PENDJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PJ-STATUS.

           SELECT RECON-ITEM-FILE ASSIGN TO 'RECNITEM'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCI-KEY
           FILE STATUS IS WS-RCI-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'ALRTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RECON-REPORT ASSIGN TO 'SLRECRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05 PARM-ACCOUNT         PIC X(8).

       FD  CUSTOMER-METRICS.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  PENDING-JOURNAL.
       01  PJ-HEADER-RECORD.
           05 PJ-H-REC-TYPE        PIC X(1).
           05 PJ-H-RUN-DATE        PIC X(8).
           05 PJ-H-CYCLE           PIC 9(2).
           05 PJ-H-TOTAL-DEBITS    PIC 9(13)V99.
           05 PJ-H-TOTAL-CREDITS   PIC 9(13)V99.
           05 PJ-H-NET-AMOUNT      PIC S9(12)V99.
       01  PJ-DETAIL-RECORD.
           05 PJ-D-REC-TYPE        PIC X(1).
           05 PJ-D-ACCOUNT         PIC X(8).
           05 PJ-D-DR-CR           PIC X(1).
           05 PJ-D-TRAN-TYPE       PIC X(2).
           05 PJ-D-CURRENCY        PIC X(3).
           05 PJ-D-AMOUNT          PIC 9(12)V99.
           05 FILLER               PIC X(17).

      *    One carried reconciling item. The amount is signed the
      *    way the difference is: subledger less GL, so a positive
      *    item explains a subledger higher than the GL.
       FD  RECON-ITEM-FILE.
       01  RECON-ITEM-RECORD.
           05 RCI-KEY.
              10 RCI-RAISED-DATE   PIC X(8).
              10 RCI-SEQ           PIC 9(4).
           05 RCI-CURRENCY         PIC X(3).
           05 RCI-AMOUNT           PIC S9(13)V99.
           05 RCI-DESCRIPTION      PIC X(40).
           05 RCI-RAISED-BY        PIC X(8).
           05 RCI-STATUS           PIC X(1).
              88 RCI-OPEN          VALUE 'O'.
              88 RCI-CLEARED       VALUE 'C'.
           05 RCI-CLEARED-DATE     PIC X(8).
           05 RCI-CLEARED-BY       PIC X(8).

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

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-METR-STATUS          PIC XX.
       01  WS-ACCTF-STATUS         PIC XX.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-PJ-STATUS            PIC XX.
       01  WS-RCI-STATUS           PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-ALERT-FILE-OPEN      PIC X VALUE 'N'.
       01  WS-ALERT-SEQ            PIC 9(4) VALUE 0.
       01  WS-ALERT-STORED         PIC X.
       01  WS-ALERT-SEVERITY       PIC 9(1).
       01  WS-ALERT-REF-KEY        PIC X(20).
       01  WS-ALERT-MESSAGE        PIC X(80).
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-OPERATION            PIC X(10).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TIMESTAMP            PIC X(20).
       01  WS-OLD-IMAGE            PIC X(95).

       01  WS-PARM-EOF             PIC X VALUE 'N'.
       01  WS-METR-EOF             PIC X VALUE 'N'.
       01  WS-ACCT-EOF             PIC X VALUE 'N'.
       01  WS-GLB-EOF              PIC X VALUE 'N'.
       01  WS-PJ-EOF               PIC X VALUE 'N'.
       01  WS-PJ-OPEN              PIC X VALUE 'N'.
       01  WS-ITEM-EOF             PIC X VALUE 'N'.
       01  WS-ITEM-STORED          PIC X VALUE 'N'.
       01  WS-BREAK-FOUND          PIC X VALUE 'N'.

       01  WS-CUSTOMER-COUNT       PIC 9(9) VALUE 0.
       01  WS-ACCOUNT-COUNT        PIC 9(9) VALUE 0.
       01  WS-GL-ROW-COUNT         PIC 9(7) VALUE 0.
       01  WS-PENDING-LEG-COUNT    PIC 9(7) VALUE 0.
       01  WS-OPEN-ITEM-COUNT      PIC 9(7) VALUE 0.
       01  WS-BREAK-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.

      *    Control accounts from RECNPARM.
       01  WS-CONTROL-TABLE.
           05 WS-CTL-ACCOUNT       PIC X(8) OCCURS 20 TIMES.
       01  WS-CTL-COUNT            PIC 9(3) VALUE 0.
       01  WS-CTL-SUB              PIC 9(3).
       01  WS-CTL-FOUND            PIC X VALUE 'N'.

      *    One slot per currency seen on any side, with each side's
      *    total and what is left unexplained. GL figures are already
      *    turned round to the subledger's sign.
       01  WS-CURRENCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 50 TIMES.
              10 WS-CCY-CODE       PIC X(3).
              10 WS-CCY-CUSTOMER   PIC S9(13)V99.
              10 WS-CCY-ACCOUNT    PIC S9(13)V99.
              10 WS-CCY-GL         PIC S9(13)V99.
              10 WS-CCY-PENDING    PIC S9(13)V99.
              10 WS-CCY-CARRIED    PIC S9(13)V99.
              10 WS-CCY-CUST-BREAK PIC S9(13)V99.
              10 WS-CCY-ACCT-BREAK PIC S9(13)V99.
       01  WS-CCY-COUNT            PIC 9(3) VALUE 0.
       01  WS-CCY-SUB              PIC 9(3).
       01  WS-CCY-FOUND            PIC X VALUE 'N'.
       01  WS-LOOKUP-CURRENCY      PIC X(3).

       01  WS-ITEM-DATE            PIC X(8).
       01  WS-ITEM-SEQ             PIC 9(4).
       01  WS-ITEM-CURRENCY        PIC X(3).
       01  WS-ITEM-AMOUNT          PIC 9(13)V99.
       01  WS-ITEM-SIDE            PIC X(1).
       01  WS-ITEM-DESCRIPTION     PIC X(40).
       01  WS-EDIT-AMOUNT          PIC -$$,$$$,$$$,$$$,$$9.99.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(50) VALUE
              '   CUSTOMER SUBLEDGER TO GL CONTROL RECONCILIATION'.
           05 FILLER               PIC X(10) VALUE '  Run On: '.
           05 RH-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(64) VALUE SPACES.

       01  CONTROL-ACCOUNT-LINE.
           05 FILLER               PIC X(18) VALUE
              'Control account:  '.
           05 CA-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(106) VALUE SPACES.

       01  CURRENCY-HEADER-LINE.
           05 FILLER               PIC X(10) VALUE 'Currency: '.
           05 CH-CURRENCY          PIC X(3).
           05 FILLER               PIC X(119) VALUE SPACES.

       01  RECON-DETAIL-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RD-LABEL             PIC X(44).
           05 RD-AMOUNT            PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-NOTE              PIC X(20).
           05 FILLER               PIC X(40) VALUE SPACES.

       01  ITEM-COLUMN-HEADER.
           05 FILLER               PIC X(40) VALUE
              'RAISED    SEQ  CUR                AMOUNT'.
           05 FILLER               PIC X(40) VALUE
              '  RAISED BY DESCRIPTION'.
           05 FILLER               PIC X(52) VALUE SPACES.

       01  ITEM-DETAIL-LINE.
           05 ID-RAISED-DATE       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ID-SEQ               PIC 9(4).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ID-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ID-AMOUNT            PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ID-RAISED-BY         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ID-DESCRIPTION       PIC X(40).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ID-STATUS            PIC X(1).
           05 FILLER               PIC X(36) VALUE SPACES.

       01  PENDING-COLUMN-HEADER.
           05 FILLER               PIC X(40) VALUE
              'JOURNAL   ACCOUNT   SIDE TYPE CUR       '.
           05 FILLER               PIC X(40) VALUE
              '        AMOUNT    EFFECT ON DIFFERENCE'.
           05 FILLER               PIC X(52) VALUE SPACES.

       01  PENDING-DETAIL-LINE.
           05 PD-RUN-DATE          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 PD-DR-CR             PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 PD-TRAN-TYPE         PIC X(2).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 PD-CURRENCY          PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PD-AMOUNT            PIC $$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PD-EFFECT            PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(51) VALUE SPACES.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(132).

       01  WS-PJ-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-LEG-EFFECT           PIC S9(13)V99.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           EVALUATE WS-OPERATION
              WHEN 'RECONCILE'
                 PERFORM RECONCILE-LEDGERS
              WHEN 'ADD'
                 PERFORM ADD-RECONCILING-ITEM
              WHEN 'CLEAR'
                 PERFORM CLEAR-RECONCILING-ITEM
              WHEN 'LIST'
                 PERFORM LIST-RECONCILING-ITEMS
           END-EVALUATE
           PERFORM FINALIZATION
           STOP RUN.

      *    RECONCILE runs unattended in the batch window; the item
      *    maintenance operations are signed on so each item and its
      *    AUDITLOG image carry the operator who raised or cleared it.
       INITIALIZATION.
           DISPLAY 'Starting Subledger Reconciliation'
           DISPLAY 'Enter operation (RECONCILE/ADD/CLEAR/LIST): '
           ACCEPT WS-OPERATION
           IF WS-OPERATION NOT = 'RECONCILE' AND
              WS-OPERATION NOT = 'ADD' AND
              WS-OPERATION NOT = 'CLEAR' AND
              WS-OPERATION NOT = 'LIST'
              DISPLAY 'Invalid operation'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPERATION = 'RECONCILE'
              MOVE 'SLGLREC ' TO WS-OPERATOR-ID
           ELSE
              MOVE 'SLGLREC ' TO SGN-PROGRAM
              CALL 'OPERSIGN' USING SIGNON-PARAMETERS
              IF SGN-OK NOT = 'Y'
                 DISPLAY 'Sign-on required'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO WS-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO WS-TIMESTAMP(9:8)
           OPEN I-O RECON-ITEM-FILE
           IF WS-RCI-STATUS NOT = '00'
              OPEN OUTPUT RECON-ITEM-FILE
              CLOSE RECON-ITEM-FILE
              OPEN I-O RECON-ITEM-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           IF WS-RCI-STATUS NOT = '00' OR WS-AUDIT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPERATION = 'RECONCILE'
              PERFORM OPEN-RECONCILE-FILES
           END-IF.

       OPEN-RECONCILE-FILES.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'No RECNPARM control account file - '
                 'nothing reconciled'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-NEXT-CONTROL-ACCOUNT UNTIL WS-PARM-EOF = 'Y'
           CLOSE PARAMETER-FILE
           IF WS-CTL-COUNT = 0
              DISPLAY 'No control accounts on RECNPARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-METRICS
           OPEN INPUT ACCOUNT-FILE
           OPEN INPUT GL-BALANCE-FILE
           OPEN OUTPUT RECON-REPORT
           IF WS-METR-STATUS NOT = '00' OR
              WS-ACCTF-STATUS NOT = '00' OR
              WS-GLB-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PENDING-JOURNAL
           IF WS-PJ-STATUS = '00'
              MOVE 'Y' TO WS-PJ-OPEN
           ELSE
              DISPLAY 'No pending journal supplied'
              MOVE 'Y' TO WS-PJ-EOF
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
           MOVE WS-ACCEPT-DATE TO RH-RUN-DATE
           WRITE RECON-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       LOAD-NEXT-CONTROL-ACCOUNT.
           READ PARAMETER-FILE
              AT END
                 MOVE 'Y' TO WS-PARM-EOF
              NOT AT END
                 IF PARM-ACCOUNT = SPACES
                    CONTINUE
                 ELSE
                    IF WS-CTL-COUNT < 20
                       ADD 1 TO WS-CTL-COUNT
                       MOVE PARM-ACCOUNT
                          TO WS-CTL-ACCOUNT(WS-CTL-COUNT)
                    ELSE
                       DISPLAY 'Warning: control account table full, '
                          'entry ignored: ' PARM-ACCOUNT
                    END-IF
                 END-IF
           END-READ.

      *****************************************************************
      * DAILY RECONCILIATION                                          *
      *****************************************************************
       RECONCILE-LEDGERS.
           PERFORM TOTAL-NEXT-CUSTOMER UNTIL WS-METR-EOF = 'Y'
           MOVE LOW-VALUES TO ACCT-KEY
           START ACCOUNT-FILE KEY IS NOT LESS THAN ACCT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ACCT-EOF
           END-START
           PERFORM TOTAL-NEXT-ACCOUNT UNTIL WS-ACCT-EOF = 'Y'
           MOVE 1 TO WS-CTL-SUB
           PERFORM TOTAL-CONTROL-ACCOUNT UNTIL WS-CTL-SUB > WS-CTL-COUNT
           IF WS-PJ-OPEN = 'Y'
              WRITE RECON-REPORT-LINE FROM PENDING-COLUMN-HEADER
              PERFORM TOTAL-NEXT-PENDING-LEG UNTIL WS-PJ-EOF = 'Y'
              MOVE SPACES TO RECON-REPORT-LINE
              WRITE RECON-REPORT-LINE
           END-IF
           MOVE SPACES TO ML-TEXT
           MOVE 'CARRIED RECONCILING ITEMS' TO ML-TEXT
           WRITE RECON-REPORT-LINE FROM MESSAGE-LINE
           WRITE RECON-REPORT-LINE FROM ITEM-COLUMN-HEADER
           MOVE LOW-VALUES TO RCI-KEY
           START RECON-ITEM-FILE KEY IS NOT LESS THAN RCI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM TOTAL-NEXT-CARRIED-ITEM UNTIL WS-ITEM-EOF = 'Y'
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE 1 TO WS-CCY-SUB
           PERFORM REPORT-CURRENCY UNTIL WS-CCY-SUB > WS-CCY-COUNT
           IF WS-BREAK-FOUND = 'Y'
              MOVE 8 TO RETURN-CODE
           END-IF.

       TOTAL-NEXT-CUSTOMER.
           READ CUSTOMER-METRICS
              AT END
                 MOVE 'Y' TO WS-METR-EOF
              NOT AT END
                 ADD 1 TO WS-CUSTOMER-COUNT
                 MOVE CUST-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                 PERFORM FIND-CURRENCY-SLOT
                 IF WS-CCY-FOUND = 'Y'
                    ADD CUST-BALANCE TO WS-CCY-CUSTOMER(WS-CCY-SUB)
                 END-IF
           END-READ.

       TOTAL-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ACCT-EOF
              NOT AT END
                 ADD 1 TO WS-ACCOUNT-COUNT
                 MOVE ACCT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                 PERFORM FIND-CURRENCY-SLOT
                 IF WS-CCY-FOUND = 'Y'
                    ADD ACCT-BALANCE TO WS-CCY-ACCOUNT(WS-CCY-SUB)
                 END-IF
           END-READ.

      *    Every currency row GLBAL holds for the control account.
       TOTAL-CONTROL-ACCOUNT.
           MOVE WS-CTL-ACCOUNT(WS-CTL-SUB) TO CA-ACCOUNT
           WRITE RECON-REPORT-LINE FROM CONTROL-ACCOUNT-LINE
           MOVE 'N' TO WS-GLB-EOF
           MOVE WS-CTL-ACCOUNT(WS-CTL-SUB) TO GLB-ACCOUNT
           MOVE LOW-VALUES TO GLB-CURRENCY
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-GLB-EOF
           END-START
           PERFORM TOTAL-NEXT-GL-ROW UNTIL WS-GLB-EOF = 'Y'
           ADD 1 TO WS-CTL-SUB.

       TOTAL-NEXT-GL-ROW.
           READ GL-BALANCE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-GLB-EOF
              NOT AT END
                 IF GLB-ACCOUNT NOT = WS-CTL-ACCOUNT(WS-CTL-SUB)
                    MOVE 'Y' TO WS-GLB-EOF
                 ELSE
                    ADD 1 TO WS-GL-ROW-COUNT
                    MOVE GLB-CURRENCY TO WS-LOOKUP-CURRENCY
                    PERFORM FIND-CURRENCY-SLOT
                    IF WS-CCY-FOUND = 'Y'
                       SUBTRACT GLB-BALANCE
                          FROM WS-CCY-GL(WS-CCY-SUB)
                    END-IF
                 END-IF
           END-READ.

      *    A leg still to be posted explains the difference by the
      *    opposite of what it will do to the GL figure: a debit to
      *    the control account will lower it, so until it is posted
      *    the subledger stands that much lower than the GL.
       TOTAL-NEXT-PENDING-LEG.
           READ PENDING-JOURNAL
              AT END
                 MOVE 'Y' TO WS-PJ-EOF
              NOT AT END
                 IF PJ-H-REC-TYPE = 'H'
                    MOVE PJ-H-RUN-DATE TO WS-PJ-RUN-DATE
                 END-IF
                 IF PJ-D-REC-TYPE = 'D'
                    PERFORM CHECK-PENDING-LEG
                 END-IF
           END-READ.

       CHECK-PENDING-LEG.
           MOVE 'N' TO WS-CTL-FOUND
           MOVE 1 TO WS-CTL-SUB
           PERFORM MATCH-CONTROL-ACCOUNT
              UNTIL WS-CTL-FOUND = 'Y' OR WS-CTL-SUB > WS-CTL-COUNT
           IF WS-CTL-FOUND = 'Y'
              IF PJ-D-DR-CR = 'D'
                 COMPUTE WS-LEG-EFFECT = 0 - PJ-D-AMOUNT
              ELSE
                 MOVE PJ-D-AMOUNT TO WS-LEG-EFFECT
              END-IF
              MOVE PJ-D-CURRENCY TO WS-LOOKUP-CURRENCY
              PERFORM FIND-CURRENCY-SLOT
              IF WS-CCY-FOUND = 'Y'
                 ADD 1 TO WS-PENDING-LEG-COUNT
                 ADD WS-LEG-EFFECT TO WS-CCY-PENDING(WS-CCY-SUB)
                 MOVE WS-PJ-RUN-DATE TO PD-RUN-DATE
                 MOVE PJ-D-ACCOUNT TO PD-ACCOUNT
                 MOVE PJ-D-DR-CR TO PD-DR-CR
                 MOVE PJ-D-TRAN-TYPE TO PD-TRAN-TYPE
                 MOVE PJ-D-CURRENCY TO PD-CURRENCY
                 MOVE PJ-D-AMOUNT TO PD-AMOUNT
                 MOVE WS-LEG-EFFECT TO PD-EFFECT
                 WRITE RECON-REPORT-LINE FROM PENDING-DETAIL-LINE
              END-IF
           END-IF.

       MATCH-CONTROL-ACCOUNT.
           IF WS-CTL-ACCOUNT(WS-CTL-SUB) = PJ-D-ACCOUNT
              MOVE 'Y' TO WS-CTL-FOUND
           ELSE
              ADD 1 TO WS-CTL-SUB
           END-IF.

       TOTAL-NEXT-CARRIED-ITEM.
           READ RECON-ITEM-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ITEM-EOF
              NOT AT END
                 IF RCI-OPEN
                    MOVE RCI-CURRENCY TO WS-LOOKUP-CURRENCY
                    PERFORM FIND-CURRENCY-SLOT
                    IF WS-CCY-FOUND = 'Y'
                       ADD 1 TO WS-OPEN-ITEM-COUNT
                       ADD RCI-AMOUNT TO WS-CCY-CARRIED(WS-CCY-SUB)
                       PERFORM WRITE-ITEM-LINE
                    END-IF
                 END-IF
           END-READ.

       FIND-CURRENCY-SLOT.
           MOVE 'N' TO WS-CCY-FOUND
           MOVE 1 TO WS-CCY-SUB
           PERFORM MATCH-CURRENCY
              UNTIL WS-CCY-FOUND = 'Y' OR WS-CCY-SUB > WS-CCY-COUNT
           IF WS-CCY-FOUND = 'N'
              IF WS-CCY-COUNT < 50
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-CCY-COUNT TO WS-CCY-SUB
                 MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-CUSTOMER(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-ACCOUNT(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-GL(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-PENDING(WS-CCY-SUB)
                 MOVE 0 TO WS-CCY-CARRIED(WS-CCY-SUB)
                 MOVE 'Y' TO WS-CCY-FOUND
              ELSE
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE 'Y' TO WS-BREAK-FOUND
              END-IF
           END-IF.

       MATCH-CURRENCY.
           IF WS-CCY-CODE(WS-CCY-SUB) = WS-LOOKUP-CURRENCY
              MOVE 'Y' TO WS-CCY-FOUND
           ELSE
              ADD 1 TO WS-CCY-SUB
           END-IF.

      *    Customer and account subledgers are each proved against
      *    the same GL figure and the same reconciling items.
       REPORT-CURRENCY.
           COMPUTE WS-CCY-CUST-BREAK(WS-CCY-SUB) =
              WS-CCY-CUSTOMER(WS-CCY-SUB) - WS-CCY-GL(WS-CCY-SUB)
              - WS-CCY-PENDING(WS-CCY-SUB)
              - WS-CCY-CARRIED(WS-CCY-SUB)
           COMPUTE WS-CCY-ACCT-BREAK(WS-CCY-SUB) =
              WS-CCY-ACCOUNT(WS-CCY-SUB) - WS-CCY-GL(WS-CCY-SUB)
              - WS-CCY-PENDING(WS-CCY-SUB)
              - WS-CCY-CARRIED(WS-CCY-SUB)
           MOVE WS-CCY-CODE(WS-CCY-SUB) TO CH-CURRENCY
           WRITE RECON-REPORT-LINE FROM CURRENCY-HEADER-LINE
           MOVE 'GL control accounts (as subledger)' TO RD-LABEL
           MOVE WS-CCY-GL(WS-CCY-SUB) TO RD-AMOUNT
           MOVE SPACES TO RD-NOTE
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE 'Pending journal legs not yet posted' TO RD-LABEL
           MOVE WS-CCY-PENDING(WS-CCY-SUB) TO RD-AMOUNT
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE 'Carried reconciling items' TO RD-LABEL
           MOVE WS-CCY-CARRIED(WS-CCY-SUB) TO RD-AMOUNT
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE 'Customer subledger (CUSTMETR)' TO RD-LABEL
           MOVE WS-CCY-CUSTOMER(WS-CCY-SUB) TO RD-AMOUNT
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE 'Unexplained difference - customers' TO RD-LABEL
           MOVE WS-CCY-CUST-BREAK(WS-CCY-SUB) TO RD-AMOUNT
           IF WS-CCY-CUST-BREAK(WS-CCY-SUB) NOT = 0
              MOVE '*** BREAK ***' TO RD-NOTE
              MOVE SPACES TO WS-ALERT-REF-KEY
              STRING 'CUST ' WS-CCY-CODE(WS-CCY-SUB)
                 DELIMITED BY SIZE INTO WS-ALERT-REF-KEY
              MOVE WS-CCY-CUST-BREAK(WS-CCY-SUB) TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING 'Customer subledger does not agree to GL '
                     WS-CCY-CODE(WS-CCY-SUB) ' by '
                     WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
              PERFORM RAISE-BREAK-ALERT
           END-IF
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE SPACES TO RD-NOTE
           MOVE 'Account subledger (ACCTFILE)' TO RD-LABEL
           MOVE WS-CCY-ACCOUNT(WS-CCY-SUB) TO RD-AMOUNT
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE 'Unexplained difference - accounts' TO RD-LABEL
           MOVE WS-CCY-ACCT-BREAK(WS-CCY-SUB) TO RD-AMOUNT
           IF WS-CCY-ACCT-BREAK(WS-CCY-SUB) NOT = 0
              MOVE '*** BREAK ***' TO RD-NOTE
              MOVE SPACES TO WS-ALERT-REF-KEY
              STRING 'ACCT ' WS-CCY-CODE(WS-CCY-SUB)
                 DELIMITED BY SIZE INTO WS-ALERT-REF-KEY
              MOVE WS-CCY-ACCT-BREAK(WS-CCY-SUB) TO WS-EDIT-AMOUNT
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING 'Account subledger does not agree to GL '
                     WS-CCY-CODE(WS-CCY-SUB) ' by '
                     WS-EDIT-AMOUNT
                 DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
              PERFORM RAISE-BREAK-ALERT
           END-IF
           WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE
           MOVE SPACES TO RD-NOTE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           ADD 1 TO WS-CCY-SUB.

       RAISE-BREAK-ALERT.
           ADD 1 TO WS-BREAK-COUNT
           MOVE 'Y' TO WS-BREAK-FOUND
           MOVE 1 TO WS-ALERT-SEVERITY
           PERFORM WRITE-OPS-ALERT
           DISPLAY WS-ALERT-MESSAGE.

      *****************************************************************
      * RECONCILING ITEM MAINTENANCE                                  *
      *****************************************************************
      *    The side says which ledger the item leaves higher: S for
      *    the subledger, G for the GL. Items are numbered within the
      *    day they are raised.
       ADD-RECONCILING-ITEM.
           DISPLAY 'Enter Currency: '
           ACCEPT WS-ITEM-CURRENCY
           DISPLAY 'Enter Amount: '
           ACCEPT WS-ITEM-AMOUNT
           DISPLAY 'Enter Side Left Higher (S=Subledger G=GL): '
           ACCEPT WS-ITEM-SIDE
           DISPLAY 'Enter Description: '
           ACCEPT WS-ITEM-DESCRIPTION
           IF WS-ITEM-CURRENCY = SPACES OR
              WS-ITEM-AMOUNT NOT NUMERIC OR WS-ITEM-AMOUNT = 0 OR
              (WS-ITEM-SIDE NOT = 'S' AND WS-ITEM-SIDE NOT = 'G') OR
              WS-ITEM-DESCRIPTION = SPACES
              DISPLAY 'Currency, amount, side and description '
                 'are all required'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO RECON-ITEM-RECORD
              MOVE WS-ACCEPT-DATE TO RCI-RAISED-DATE
              MOVE 0 TO RCI-SEQ
              MOVE WS-ITEM-CURRENCY TO RCI-CURRENCY
              IF WS-ITEM-SIDE = 'S'
                 MOVE WS-ITEM-AMOUNT TO RCI-AMOUNT
              ELSE
                 COMPUTE RCI-AMOUNT = 0 - WS-ITEM-AMOUNT
              END-IF
              MOVE WS-ITEM-DESCRIPTION TO RCI-DESCRIPTION
              MOVE WS-OPERATOR-ID TO RCI-RAISED-BY
              MOVE 'O' TO RCI-STATUS
              MOVE 'N' TO WS-ITEM-STORED
              PERFORM STORE-ITEM-RECORD
                 UNTIL WS-ITEM-STORED = 'Y' OR RCI-SEQ > 9998
              IF WS-ITEM-STORED = 'Y'
                 MOVE SPACES TO WS-OLD-IMAGE
                 PERFORM WRITE-ITEM-AUDIT
                 DISPLAY 'Reconciling item added: ' RCI-RAISED-DATE
                    ' ' RCI-SEQ
              ELSE
                 DISPLAY 'Error adding reconciling item: '
                    WS-RCI-STATUS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       STORE-ITEM-RECORD.
           ADD 1 TO RCI-SEQ
           WRITE RECON-ITEM-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ITEM-STORED
           END-WRITE.

      *    Clearing keeps the item on file, closed, so the history of
      *    what explained past differences survives.
       CLEAR-RECONCILING-ITEM.
           DISPLAY 'Enter Item Raised Date (CCYYMMDD): '
           ACCEPT WS-ITEM-DATE
           DISPLAY 'Enter Item Sequence: '
           ACCEPT WS-ITEM-SEQ
           MOVE WS-ITEM-DATE TO RCI-RAISED-DATE
           MOVE WS-ITEM-SEQ TO RCI-SEQ
           READ RECON-ITEM-FILE
              INVALID KEY
                 DISPLAY 'Reconciling item not found'
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF RCI-CLEARED
                    DISPLAY 'Reconciling item already cleared on '
                       RCI-CLEARED-DATE ' by ' RCI-CLEARED-BY
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE RECON-ITEM-RECORD TO WS-OLD-IMAGE
                    MOVE 'C' TO RCI-STATUS
                    MOVE WS-ACCEPT-DATE TO RCI-CLEARED-DATE
                    MOVE WS-OPERATOR-ID TO RCI-CLEARED-BY
                    REWRITE RECON-ITEM-RECORD
                    IF WS-RCI-STATUS = '00'
                       PERFORM WRITE-ITEM-AUDIT
                       DISPLAY 'Reconciling item cleared'
                    ELSE
                       DISPLAY 'Error clearing reconciling item: '
                          WS-RCI-STATUS
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
           END-READ.

       WRITE-ITEM-AUDIT.
           MOVE WS-TIMESTAMP TO AUD-TIMESTAMP
           IF WS-OPERATION = 'ADD'
              MOVE 'RECNADD' TO AUD-OPERATION
           ELSE
              MOVE 'RECNCLEAR' TO AUD-OPERATION
           END-IF
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE SPACES TO AUD-OLD-IMAGE
           MOVE WS-OLD-IMAGE TO AUD-OLD-IMAGE
           MOVE SPACES TO AUD-NEW-IMAGE
           MOVE RECON-ITEM-RECORD TO AUD-NEW-IMAGE
           WRITE AUDIT-RECORD.

       LIST-RECONCILING-ITEMS.
           MOVE LOW-VALUES TO RCI-KEY
           START RECON-ITEM-FILE KEY IS NOT LESS THAN RCI-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ITEM-EOF
           END-START
           DISPLAY ITEM-COLUMN-HEADER
           PERFORM LIST-NEXT-ITEM UNTIL WS-ITEM-EOF = 'Y'
           DISPLAY 'Open Items: ' WS-OPEN-ITEM-COUNT.

       LIST-NEXT-ITEM.
           READ RECON-ITEM-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-ITEM-EOF
              NOT AT END
                 IF RCI-OPEN
                    ADD 1 TO WS-OPEN-ITEM-COUNT
                 END-IF
                 PERFORM FORMAT-ITEM-LINE
                 DISPLAY ITEM-DETAIL-LINE
           END-READ.

       WRITE-ITEM-LINE.
           PERFORM FORMAT-ITEM-LINE
           WRITE RECON-REPORT-LINE FROM ITEM-DETAIL-LINE.

       FORMAT-ITEM-LINE.
           MOVE RCI-RAISED-DATE TO ID-RAISED-DATE
           MOVE RCI-SEQ TO ID-SEQ
           MOVE RCI-CURRENCY TO ID-CURRENCY
           MOVE RCI-AMOUNT TO ID-AMOUNT
           MOVE RCI-RAISED-BY TO ID-RAISED-BY
           MOVE RCI-DESCRIPTION TO ID-DESCRIPTION
           MOVE RCI-STATUS TO ID-STATUS.

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
           MOVE 'SLGLREC ' TO AL-PROGRAM
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
           IF WS-OPERATION = 'RECONCILE'
              IF WS-SKIPPED-COUNT > 0
                 MOVE SPACES TO ML-TEXT
                 STRING 'CURRENCY TABLE FULL - ' WS-SKIPPED-COUNT
                        ' RECORDS NOT RECONCILED'
                    DELIMITED BY SIZE INTO ML-TEXT
                 WRITE RECON-REPORT-LINE FROM MESSAGE-LINE
                 MOVE 1 TO WS-ALERT-SEVERITY
                 MOVE 'CURRENCY TABLE' TO WS-ALERT-REF-KEY
                 MOVE ML-TEXT TO WS-ALERT-MESSAGE
                 PERFORM WRITE-OPS-ALERT
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE CUSTOMER-METRICS
              CLOSE ACCOUNT-FILE
              CLOSE GL-BALANCE-FILE
              CLOSE RECON-REPORT
              IF WS-PJ-OPEN = 'Y'
                 CLOSE PENDING-JOURNAL
              END-IF
              IF WS-ALERT-FILE-OPEN = 'Y'
                 CLOSE ALERT-FILE
              END-IF
              DISPLAY 'Customers Totalled:    ' WS-CUSTOMER-COUNT
              DISPLAY 'Accounts Totalled:     ' WS-ACCOUNT-COUNT
              DISPLAY 'GL Control Rows:       ' WS-GL-ROW-COUNT
              DISPLAY 'Pending Journal Legs:  ' WS-PENDING-LEG-COUNT
              DISPLAY 'Open Reconciling Items:' WS-OPEN-ITEM-COUNT
              DISPLAY 'Unexplained Breaks:    ' WS-BREAK-COUNT
           END-IF
           CLOSE RECON-ITEM-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'Subledger Reconciliation Complete'.
