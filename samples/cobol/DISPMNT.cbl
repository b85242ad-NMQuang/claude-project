       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * TRANSACTION DISPUTE CASE MAINTENANCE                          *
      * Records a customer's dispute of a posted debit as a case on   *
      * DISPFILE, keyed by the posting's TRAN-ID, from the TRANHIST   *
      * record itself (amount and currency are the posting's), with   *
      * the reason and the resolution deadline the regulation allows  *
      * from the day the dispute is opened. Operations:               *
      *  - OPEN (clerk or supervisor) opens the case;                 *
      *  - CREDIT gives the customer a provisional credit of the      *
      *    disputed amount through the normal feed;                   *
      *  - UPHOLD keeps any provisional credit and queues the         *
      *    reversal of the original posting through TRNREV's dual     *
      *    control; the dispute is uphold-pending until a second      *
      *    supervisor approves it there, and reopens if the action    *
      *    is declined or expires;                                    *
      *  - DECLINE re-debits the provisional credit, if one was       *
      *    given, and queues the customer notice CUSTLTR sends;       *
      *  - READ and BROWSE are open to any signed-on operator.        *
      * CREDIT, UPHOLD and DECLINE need supervisor authority. Feed    *
      * items are AD adjustments on the ORDTRANF extract TRANMRG      *
      * merges and trailers, carrying the disputed TRAN-ID under      *
      * their own date (as TRNREV's offsets do) and stamped DSP, so   *
      * each leg of the case is visible against the original. Every   *
      * step adds a DISPUTE note to CUSTNOTE for the phone desk.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-TRAN-ID
           FILE STATUS IS WS-DISP-STATUS.

           SELECT DISPUTE-NOTICE-FILE ASSIGN TO 'DSPNOTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-KEY
           FILE STATUS IS WS-DNOT-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-HIST-STATUS.

           SELECT REVERSAL-REGISTER ASSIGN TO 'REVFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RV-KEY
           FILE STATUS IS WS-REV-STATUS.

           SELECT NOTES-FILE ASSIGN TO 'CUSTNOTE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTE-KEY
           FILE STATUS IS WS-NOTE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'ORDTRANF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPREC.

       FD  DISPUTE-NOTICE-FILE.
           COPY DSPNREC.

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05 PH-KEY.
              10 PH-CUST-ID        PIC 9(10).
              10 PH-DATE           PIC X(10).
              10 PH-TRAN-ID        PIC 9(15).
           05 PH-TYPE              PIC X(2).
           05 PH-AMOUNT            PIC S9(10)V99.
           05 PH-TIME              PIC X(8).
           05 PH-FROM-CUST-ID      PIC 9(10).
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  REVERSAL-REGISTER.
       01  REVERSAL-RECORD.
           05 RV-KEY.
              10 RV-ORIG-DATE      PIC X(10).
              10 RV-ORIG-TRAN-ID   PIC 9(15).
           05 RV-REVERSAL-DATE     PIC X(10).
           05 RV-OPERATOR          PIC X(8).
           05 RV-TYPE              PIC X(2).
           05 RV-AMOUNT            PIC S9(10)V99.

       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 NOTE-KEY.
              10 NOTE-CUST-ID      PIC 9(10).
              10 NOTE-SEQ          PIC 9(5).
           05 NOTE-TIMESTAMP       PIC X(20).
           05 NOTE-OPERATOR        PIC X(8).
           05 NOTE-CATEGORY        PIC X(10).
           05 NOTE-TEXT            PIC X(200).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-ID               PIC 9(15).
           05 TRAN-CUST-ID          PIC 9(10).
           05 TRAN-TYPE             PIC X(2).
           05 TRAN-AMOUNT           PIC S9(10)V99.
           05 TRAN-DATE             PIC X(10).
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS          PIC XX.
       01  WS-DNOT-STATUS          PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-REV-STATUS           PIC XX.
       01  WS-NOTE-STATUS          PIC XX.
       01  WS-TRAN-STATUS          PIC XX.

       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-AUTHORIZED           PIC X VALUE 'Y'.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-OPERATOR-AUTHORITY   PIC X(1).
       01  WS-REV-FILE-OPEN        PIC X VALUE 'N'.
       01  WS-POSTING-OK           PIC X.
       01  WS-BROWSE-EOF           PIC X.
       01  WS-DISPUTE-COUNT        PIC 9(5).

      *    Calendar days from opening to the resolution deadline.
       01  WS-RESOLUTION-DAYS      PIC 9(3) VALUE 45.

       01  WS-TARGET-CUST-ID       PIC 9(10).
       01  WS-TARGET-DATE          PIC X(10).
       01  WS-TARGET-TRAN-ID       PIC 9(15).
       01  WS-RESOLUTION-TEXT      PIC X(60).

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-TODAY-SERIAL         PIC 9(7).
       01  WS-DEADLINE-SERIAL      PIC 9(7).
       01  WS-DEADLINE-INTEGER     PIC 9(8).
       01  WS-FEED-AMOUNT          PIC S9(10)V99.
       01  WS-AMOUNT-EDIT          PIC $$$,$$$,$$$,$$9.99.

       01  WS-NOTE-CUST-ID         PIC 9(10).
       01  WS-NEXT-NOTE-SEQ        PIC 9(5).
       01  WS-NOTE-SCAN-EOF        PIC X.
       01  WS-NOTE-LINE            PIC X(200).

      *    Request fields carried on TRNREV's pending action.
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
              PERFORM PROCESS-DISPUTES
           END-IF
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY 'Starting Transaction Dispute Maintenance'
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Operator sign-on required'
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           COMPUTE WS-TODAY-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE)
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-STATUS NOT = '00'
              OPEN OUTPUT DISPUTE-FILE
              CLOSE DISPUTE-FILE
              OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-DISP-STATUS NOT = '00'
              DISPLAY 'Error opening dispute file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN I-O DISPUTE-NOTICE-FILE
           IF WS-DNOT-STATUS NOT = '00'
              OPEN OUTPUT DISPUTE-NOTICE-FILE
              CLOSE DISPUTE-NOTICE-FILE
              OPEN I-O DISPUTE-NOTICE-FILE
           END-IF
           IF WS-DNOT-STATUS NOT = '00'
              DISPLAY 'Error opening dispute notice queue'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN INPUT TRAN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'Error opening transaction history'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN I-O NOTES-FILE
           IF WS-NOTE-STATUS NOT = '00'
              OPEN OUTPUT NOTES-FILE
              CLOSE NOTES-FILE
              OPEN I-O NOTES-FILE
           END-IF
           OPEN INPUT REVERSAL-REGISTER
           IF WS-REV-STATUS = '00'
              MOVE 'Y' TO WS-REV-FILE-OPEN
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, which
      *    logs every attempt, locks the operator ID after repeated
      *    failures and forces an expired pass-phrase change.
       OPERATOR-SIGN-ON.
           MOVE 'DISPMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTHORITY TO WS-OPERATOR-AUTHORITY.

      *    Money moves and resolutions are supervisor operations;
      *    OPEN needs at least clerk authority; READ and BROWSE are
      *    open to any signed-on operator.
       CHECK-OPERATION-AUTHORITY.
           MOVE 'Y' TO WS-AUTHORIZED
           EVALUATE WS-OPERATION
              WHEN 'CREDIT'
              WHEN 'UPHOLD'
              WHEN 'DECLINE'
                 IF WS-OPERATOR-AUTHORITY NOT = 'S'
                    MOVE 'N' TO WS-AUTHORIZED
                 END-IF
              WHEN 'OPEN'
                 IF WS-OPERATOR-AUTHORITY NOT = 'S' AND
                    WS-OPERATOR-AUTHORITY NOT = 'C'
                    MOVE 'N' TO WS-AUTHORIZED
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-AUTHORIZED = 'N'
              DISPLAY 'Operator not authorized for ' WS-OPERATION
           END-IF.

       PROCESS-DISPUTES.
           IF WS-ERROR-FLAG = 'N'
              PERFORM GET-OPERATION
              PERFORM CHECK-OPERATION-AUTHORITY
              IF WS-AUTHORIZED = 'N'
                 MOVE SPACES TO WS-OPERATION
              END-IF
              EVALUATE WS-OPERATION
                 WHEN 'OPEN'
                    PERFORM OPEN-DISPUTE
                 WHEN 'CREDIT'
                    PERFORM CREDIT-DISPUTE
                 WHEN 'UPHOLD'
                    PERFORM UPHOLD-DISPUTE
                 WHEN 'DECLINE'
                    PERFORM DECLINE-DISPUTE
                 WHEN 'READ'
                    PERFORM READ-DISPUTE
                 WHEN 'BROWSE'
                    PERFORM BROWSE-DISPUTES
                 WHEN SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'Invalid operation'
              END-EVALUATE
           END-IF.

       GET-OPERATION.
           DISPLAY 'Enter operation (OPEN/CREDIT/UPHOLD/DECLINE/'
              'READ/BROWSE): '
           ACCEPT WS-OPERATION.

      *    Only a customer's own debit that still stands can be
      *    disputed, and only once.
       OPEN-DISPUTE.
           DISPLAY 'Enter Customer ID of posting: '
           ACCEPT WS-TARGET-CUST-ID
           DISPLAY 'Enter Posting Date (CCYY-MM-DD): '
           ACCEPT WS-TARGET-DATE
           DISPLAY 'Enter Transaction ID: '
           ACCEPT WS-TARGET-TRAN-ID
           MOVE WS-TARGET-TRAN-ID TO DSP-TRAN-ID
           READ DISPUTE-FILE
              INVALID KEY
                 PERFORM LOCATE-DISPUTED-POSTING
                 IF WS-POSTING-OK = 'Y'
                    PERFORM GET-DISPUTE-DATA
                 END-IF
              NOT INVALID KEY
                 DISPLAY 'Dispute already on file for TRAN-ID '
                    DSP-TRAN-ID ' - status ' DSP-STATUS
           END-READ.

       LOCATE-DISPUTED-POSTING.
           MOVE 'N' TO WS-POSTING-OK
           MOVE WS-TARGET-CUST-ID TO PH-CUST-ID
           MOVE WS-TARGET-DATE TO PH-DATE
           MOVE WS-TARGET-TRAN-ID TO PH-TRAN-ID
           READ TRAN-HISTORY-FILE
              INVALID KEY
                 DISPLAY 'Posting not found on history'
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN PH-TYPE NOT = 'DB'
                       DISPLAY 'Only a posted debit can be disputed'
                          ' - posting is type ' PH-TYPE
                    WHEN PH-REVERSED-FLAG = 'Y'
                       DISPLAY 'Posting has already been reversed'
                    WHEN OTHER
                       MOVE 'Y' TO WS-POSTING-OK
                 END-EVALUATE
           END-READ.

       GET-DISPUTE-DATA.
           DISPLAY 'Enter Reason Code (UNAU unauthorised, NREC not '
              'received, DUPL duplicate, AMNT wrong amount, '
              'OTHR other): '
           ACCEPT DSP-REASON-CODE
           IF NOT DSP-REASON-VALID
              DISPLAY 'Invalid reason code'
           ELSE
              DISPLAY 'Enter Reason Text: '
              ACCEPT DSP-REASON-TEXT
              MOVE WS-TARGET-TRAN-ID TO DSP-TRAN-ID
              MOVE WS-TARGET-CUST-ID TO DSP-CUST-ID
              MOVE WS-TARGET-DATE TO DSP-POSTING-DATE
              IF PH-AMOUNT < 0
                 COMPUTE DSP-AMOUNT = PH-AMOUNT * -1
              ELSE
                 MOVE PH-AMOUNT TO DSP-AMOUNT
              END-IF
              MOVE PH-CURRENCY-CODE TO DSP-CURRENCY-CODE
              MOVE WS-TODAY-FMT TO DSP-OPENED-DATE
              MOVE WS-OPERATOR-ID TO DSP-OPENED-BY
              PERFORM COMPUTE-DEADLINE-DATE
              MOVE 'O' TO DSP-STATUS
              MOVE 'N' TO DSP-CREDIT-FLAG
              MOVE SPACES TO DSP-CREDIT-DATE
              MOVE SPACES TO DSP-CREDIT-BY
              MOVE SPACES TO DSP-RESOLVED-DATE
              MOVE SPACES TO DSP-RESOLVED-BY
              MOVE 0 TO DSP-REVERSAL-ACTION
              MOVE SPACES TO DSP-RESOLUTION-TEXT
              WRITE DISPUTE-RECORD
                 INVALID KEY
                    DISPLAY 'Error writing dispute: ' WS-DISP-STATUS
                 NOT INVALID KEY
                    DISPLAY 'Dispute opened - resolve by '
                       DSP-DEADLINE-DATE
                    MOVE SPACES TO WS-NOTE-LINE
                    STRING 'Dispute opened on TRAN-ID '
                           DSP-TRAN-ID ' of ' DSP-POSTING-DATE
                           ', reason ' DSP-REASON-CODE
                           ', resolve by ' DSP-DEADLINE-DATE
                       DELIMITED BY SIZE INTO WS-NOTE-LINE
                    PERFORM WRITE-DISPUTE-NOTE
              END-WRITE
           END-IF.

       COMPUTE-DEADLINE-DATE.
           COMPUTE WS-DEADLINE-SERIAL =
              WS-TODAY-SERIAL + WS-RESOLUTION-DAYS
           COMPUTE WS-DEADLINE-INTEGER =
              FUNCTION DATE-OF-INTEGER(WS-DEADLINE-SERIAL)
           MOVE WS-DEADLINE-INTEGER(1:4) TO DSP-DEADLINE-DATE(1:4)
           MOVE '-' TO DSP-DEADLINE-DATE(5:1)
           MOVE WS-DEADLINE-INTEGER(5:2) TO DSP-DEADLINE-DATE(6:2)
           MOVE '-' TO DSP-DEADLINE-DATE(8:1)
           MOVE WS-DEADLINE-INTEGER(7:2) TO DSP-DEADLINE-DATE(9:2).

       READ-OPEN-DISPUTE.
           MOVE 'N' TO WS-POSTING-OK
           DISPLAY 'Enter Transaction ID of dispute: '
           ACCEPT DSP-TRAN-ID
           READ DISPUTE-FILE
              INVALID KEY
                 DISPLAY 'No dispute on file for TRAN-ID'
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN DSP-OPEN
                       MOVE 'Y' TO WS-POSTING-OK
                    WHEN DSP-UPHOLD-PENDING
                       DISPLAY 'Uphold awaiting TRNREV approval of '
                          'action ' DSP-REVERSAL-ACTION
                    WHEN OTHER
                       DISPLAY 'Dispute already resolved on '
                          DSP-RESOLVED-DATE ' - status ' DSP-STATUS
                 END-EVALUATE
           END-READ.

      *    The credit carries the disputed TRAN-ID under today's
      *    date, so it cannot go on the day of the posting itself
      *    (the posting duplicate key is date + TRAN-ID).
       CREDIT-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF WS-POSTING-OK = 'Y'
              EVALUATE TRUE
                 WHEN DSP-CREDITED
                    DISPLAY 'Provisional credit already given on '
                       DSP-CREDIT-DATE
                 WHEN DSP-POSTING-DATE = WS-TODAY-FMT
                    DISPLAY 'Posting is dated today - credit on a '
                       'later day'
                 WHEN OTHER
                    MOVE DSP-AMOUNT TO WS-FEED-AMOUNT
                    PERFORM EMIT-DISPUTE-ADJUSTMENT
                    MOVE 'Y' TO DSP-CREDIT-FLAG
                    MOVE WS-TODAY-FMT TO DSP-CREDIT-DATE
                    MOVE WS-OPERATOR-ID TO DSP-CREDIT-BY
                    REWRITE DISPUTE-RECORD
                    MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
                    DISPLAY 'Provisional credit of ' WS-AMOUNT-EDIT
                       ' generated'
                    MOVE SPACES TO WS-NOTE-LINE
                    STRING 'Provisional credit of ' WS-AMOUNT-EDIT
                           ' given on dispute of TRAN-ID '
                           DSP-TRAN-ID
                       DELIMITED BY SIZE INTO WS-NOTE-LINE
                    PERFORM WRITE-DISPUTE-NOTE
              END-EVALUATE
           END-IF.

      *    The reversal is TRNREV's own dual-controlled action, so a
      *    second supervisor approves it there. When the customer
      *    already has the provisional credit, it is flagged as the
      *    offset and TRNREV only marks the posting reversed. The
      *    dispute is only resolved as upheld when TRNREV applies
      *    the reversal; until then it is uphold-pending.
       UPHOLD-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF WS-POSTING-OK = 'Y'
              PERFORM CHECK-POSTING-STILL-STANDS
           END-IF
           IF WS-POSTING-OK = 'Y'
              DISPLAY 'Enter Resolution Text: '
              ACCEPT WS-RESOLUTION-TEXT
              MOVE DSP-CUST-ID TO WS-REQ-CUST-ID
              MOVE DSP-POSTING-DATE TO WS-REQ-DATE
              MOVE DSP-TRAN-ID TO WS-REQ-TRAN-ID
              IF DSP-CREDITED
                 MOVE 'Y' TO WS-REQ-OFFSET-CREDITED
              ELSE
                 MOVE 'N' TO WS-REQ-OFFSET-CREDITED
              END-IF
              MOVE 'SUBMIT' TO DC-FUNCTION
              MOVE 'TRNREV  ' TO DC-ACTION-TYPE
              MOVE WS-OPERATOR-ID TO DC-OPERATOR-ID
              MOVE WS-OPERATOR-AUTHORITY TO DC-AUTHORITY
              MOVE DSP-CUST-ID TO DC-CUST-ID
              MOVE DSP-AMOUNT TO DC-AMOUNT
              MOVE SPACES TO DC-DESCRIPTION
              STRING 'DISPUTE DB TRAN ' DSP-TRAN-ID
                 DELIMITED BY SIZE INTO DC-DESCRIPTION
              MOVE WS-REVERSAL-REQUEST TO DC-DETAIL
              CALL 'DUALCTL' USING DUAL-CONTROL-PARAMETERS
              IF DC-OK
                 MOVE 'P' TO DSP-STATUS
                 MOVE DC-ACTION-ID TO DSP-REVERSAL-ACTION
                 MOVE WS-RESOLUTION-TEXT TO DSP-RESOLUTION-TEXT
                 REWRITE DISPUTE-RECORD
                 DISPLAY 'Uphold pending - reversal queued for '
                    'TRNREV approval as action ' DC-ACTION-ID
                 MOVE SPACES TO WS-NOTE-LINE
                 STRING 'Dispute of TRAN-ID ' DSP-TRAN-ID
                        ' to be upheld, reversal action '
                        DC-ACTION-ID
                    DELIMITED BY SIZE INTO WS-NOTE-LINE
                 PERFORM WRITE-DISPUTE-NOTE
              END-IF
           END-IF.

       CHECK-POSTING-STILL-STANDS.
           MOVE DSP-CUST-ID TO PH-CUST-ID
           MOVE DSP-POSTING-DATE TO PH-DATE
           MOVE DSP-TRAN-ID TO PH-TRAN-ID
           READ TRAN-HISTORY-FILE
              INVALID KEY
                 DISPLAY 'Posting no longer on history'
                 MOVE 'N' TO WS-POSTING-OK
              NOT INVALID KEY
                 IF PH-REVERSED-FLAG = 'Y'
                    DISPLAY 'Posting has already been reversed'
                    MOVE 'N' TO WS-POSTING-OK
                 END-IF
           END-READ
           IF WS-POSTING-OK = 'Y' AND WS-REV-FILE-OPEN = 'Y'
              MOVE DSP-POSTING-DATE TO RV-ORIG-DATE
              MOVE DSP-TRAN-ID TO RV-ORIG-TRAN-ID
              READ REVERSAL-REGISTER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'TRAN-ID already reversed on '
                       RV-REVERSAL-DATE
                    MOVE 'N' TO WS-POSTING-OK
              END-READ
           END-IF.

      *    A provisional credit is taken back only once it has
      *    posted, so never on the day it was given.
       DECLINE-DISPUTE.
           PERFORM READ-OPEN-DISPUTE
           IF WS-POSTING-OK = 'Y' AND DSP-CREDITED AND
              DSP-CREDIT-DATE = WS-TODAY-FMT
              DISPLAY 'Provisional credit given today - decline on '
                 'a later day'
              MOVE 'N' TO WS-POSTING-OK
           END-IF
           IF WS-POSTING-OK = 'Y'
              DISPLAY 'Enter Resolution Text: '
              ACCEPT WS-RESOLUTION-TEXT
              MOVE DSP-CUST-ID TO DN-CUST-ID
              MOVE DSP-TRAN-ID TO DN-TRAN-ID
              MOVE DSP-POSTING-DATE TO DN-POSTING-DATE
              MOVE DSP-AMOUNT TO DN-AMOUNT
              MOVE DSP-CURRENCY-CODE TO DN-CURRENCY-CODE
              MOVE WS-TODAY-FMT TO DN-DECLINED-DATE
              IF DSP-CREDITED
                 COMPUTE WS-FEED-AMOUNT = DSP-AMOUNT * -1
                 PERFORM EMIT-DISPUTE-ADJUSTMENT
                 MOVE DSP-AMOUNT TO DN-REDEBIT-AMOUNT
              ELSE
                 MOVE 0 TO DN-REDEBIT-AMOUNT
              END-IF
              WRITE DISPUTE-NOTICE-RECORD
                 INVALID KEY
                    DISPLAY 'Error queueing customer notice: '
                       WS-DNOT-STATUS
              END-WRITE
              MOVE 'D' TO DSP-STATUS
              MOVE WS-TODAY-FMT TO DSP-RESOLVED-DATE
              MOVE WS-OPERATOR-ID TO DSP-RESOLVED-BY
              MOVE WS-RESOLUTION-TEXT TO DSP-RESOLUTION-TEXT
              REWRITE DISPUTE-RECORD
              MOVE SPACES TO WS-NOTE-LINE
              IF DSP-CREDITED
                 MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
                 DISPLAY 'Dispute declined - provisional credit of '
                    WS-AMOUNT-EDIT ' re-debited'
                 STRING 'Dispute of TRAN-ID ' DSP-TRAN-ID
                        ' declined, provisional credit of '
                        WS-AMOUNT-EDIT ' re-debited'
                    DELIMITED BY SIZE INTO WS-NOTE-LINE
              ELSE
                 DISPLAY 'Dispute declined'
                 STRING 'Dispute of TRAN-ID ' DSP-TRAN-ID
                        ' declined'
                    DELIMITED BY SIZE INTO WS-NOTE-LINE
              END-IF
              PERFORM WRITE-DISPUTE-NOTE
           END-IF.

      *    Credit and re-debit ride the order-entry extract TRANMRG
      *    merges and trailers, as signed AD adjustments.
       EMIT-DISPUTE-ADJUSTMENT.
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              OPEN OUTPUT TRANSACTION-FILE
           END-IF
           MOVE DSP-TRAN-ID TO TRAN-ID
           MOVE DSP-CUST-ID TO TRAN-CUST-ID
           MOVE 'AD' TO TRAN-TYPE
           MOVE WS-FEED-AMOUNT TO TRAN-AMOUNT
           MOVE WS-TODAY-FMT TO TRAN-DATE
           MOVE WS-ACCEPT-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE DSP-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'DSP' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

       READ-DISPUTE.
           DISPLAY 'Enter Transaction ID of dispute: '
           ACCEPT DSP-TRAN-ID
           READ DISPUTE-FILE
              INVALID KEY
                 DISPLAY 'No dispute on file for TRAN-ID'
              NOT INVALID KEY
                 PERFORM DISPLAY-DISPUTE
           END-READ.

       BROWSE-DISPUTES.
           MOVE 0 TO DSP-TRAN-ID
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-TRAN-ID
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE 0 TO WS-DISPUTE-COUNT
           PERFORM BROWSE-NEXT-DISPUTE UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Disputes on file: ' WS-DISPUTE-COUNT.

       BROWSE-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 PERFORM DISPLAY-DISPUTE
                 ADD 1 TO WS-DISPUTE-COUNT
           END-READ.

       DISPLAY-DISPUTE.
           MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY 'TRAN-ID: ' DSP-TRAN-ID
              ' Customer: ' DSP-CUST-ID
              ' Posted: ' DSP-POSTING-DATE
              ' Amount: ' WS-AMOUNT-EDIT ' ' DSP-CURRENCY-CODE
           DISPLAY '  Status: ' DSP-STATUS
              ' Opened: ' DSP-OPENED-DATE ' by ' DSP-OPENED-BY
              ' Deadline: ' DSP-DEADLINE-DATE
           DISPLAY '  Reason: ' DSP-REASON-CODE ' ' DSP-REASON-TEXT
           IF DSP-CREDITED
              DISPLAY '  Provisional credit: ' DSP-CREDIT-DATE
                 ' by ' DSP-CREDIT-BY
           END-IF
           IF DSP-UPHELD OR DSP-DECLINED
              DISPLAY '  Resolved: ' DSP-RESOLVED-DATE
                 ' by ' DSP-RESOLVED-BY
           END-IF
           IF NOT DSP-OPEN
              DISPLAY '  Resolution: ' DSP-RESOLUTION-TEXT
           END-IF
           IF DSP-UPHELD OR DSP-UPHOLD-PENDING
              DISPLAY '  Reversal action: ' DSP-REVERSAL-ACTION
           END-IF.

      *    The phone desk sees each step of the case among the
      *    customer's notes in CUSTINQ.
       WRITE-DISPUTE-NOTE.
           MOVE DSP-CUST-ID TO WS-NOTE-CUST-ID
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE WS-NOTE-CUST-ID TO NOTE-CUST-ID
           MOVE WS-NEXT-NOTE-SEQ TO NOTE-SEQ
           MOVE SPACES TO NOTE-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO NOTE-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO NOTE-TIMESTAMP(9:8)
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR
           MOVE 'DISPUTE' TO NOTE-CATEGORY
           MOVE WS-NOTE-LINE TO NOTE-TEXT
           WRITE NOTE-RECORD
              INVALID KEY
                 DISPLAY 'Error writing note: ' WS-NOTE-STATUS
           END-WRITE.

       FIND-NEXT-NOTE-SEQ.
           MOVE 0 TO WS-NEXT-NOTE-SEQ
           MOVE WS-NOTE-CUST-ID TO NOTE-CUST-ID
           MOVE 0 TO NOTE-SEQ
           START NOTES-FILE KEY IS NOT LESS THAN NOTE-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-NOTE-SCAN-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-NOTE-SCAN-EOF
           END-START
           PERFORM SCAN-NEXT-NOTE-SEQ
              UNTIL WS-NOTE-SCAN-EOF = 'Y'
           ADD 1 TO WS-NEXT-NOTE-SEQ.

       SCAN-NEXT-NOTE-SEQ.
           READ NOTES-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-NOTE-SCAN-EOF
              NOT AT END
                 IF NOTE-CUST-ID NOT = WS-NOTE-CUST-ID
                    MOVE 'Y' TO WS-NOTE-SCAN-EOF
                 ELSE
                    MOVE NOTE-SEQ TO WS-NEXT-NOTE-SEQ
                 END-IF
           END-READ.

       TERMINATE-PROGRAM.
           CLOSE DISPUTE-FILE
           CLOSE DISPUTE-NOTICE-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE NOTES-FILE
           IF WS-REV-FILE-OPEN = 'Y'
              CLOSE REVERSAL-REGISTER
           END-IF
           DISPLAY 'Program terminated'.
