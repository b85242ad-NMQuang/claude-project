      * is diverted off the clean feed before posting - compliance    *
      * stops the item up front instead of suspending it after the    *
      * fact. Changes require an operator sign-on, like the rate      *
      * tables. Entries kept here are the ID entries (type 'I');      *
      * provider list entries come in through SCRNLOAD. Every add or  *
      * change is queued on SCRNPEND so the next SCRNRESC run         *
      * rescreens the whole customer base against it, not just the    *
      * customers who happen to transact.                             *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT SCREENING-LIST ASSIGN TO 'SCRNLIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCRN-KEY
           FILE STATUS IS WS-SCRN-STATUS.

           SELECT RESCREEN-QUEUE ASSIGN TO 'SCRNPEND'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCREENING-LIST.
           COPY SCRNREC.

       FD  RESCREEN-QUEUE.
       01  RESCREEN-QUEUE-RECORD.
           05 SP-ENTRY-TYPE        PIC X(1).
           05 SP-ENTRY-ID          PIC 9(10).
           05 SP-QUEUED-DATE       PIC X(10).
           05 SP-QUEUED-BY         PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SCRN-STATUS          PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-DATE           PIC X(10).
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RESCREEN-QUEUE
           IF WS-PEND-STATUS NOT = '00'
              OPEN OUTPUT RESCREEN-QUEUE
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-' TO WS-TODAY-DATE(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-' TO WS-TODAY-DATE(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           DISPLAY 'Enter operation (ADD/CHANGE/DELETE/BROWSE): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE SCREENING-LIST
           CLOSE RESCREEN-QUEUE
           DISPLAY 'Program terminated'
           STOP RUN.

           ACCEPT SCRN-EFF-TO.

       ADD-LIST-ENTRY.
           MOVE 'I' TO SCRN-ENTRY-TYPE
           DISPLAY 'Enter Customer/Counterparty ID: '
           ACCEPT SCRN-ID
           PERFORM GET-LIST-DATA
                    DISPLAY 'Party already on list'
                 NOT INVALID KEY
                    DISPLAY 'Party added to screening list'
                    PERFORM QUEUE-RESCREEN
              END-WRITE
           END-IF.

       CHANGE-LIST-ENTRY.
           MOVE 'I' TO SCRN-ENTRY-TYPE
           DISPLAY 'Enter Customer/Counterparty ID: '
           ACCEPT SCRN-ID
           READ SCREENING-LIST
                 REWRITE SCREENING-RECORD
                 IF WS-SCRN-STATUS = '00'
                    DISPLAY 'List entry changed'
                    PERFORM QUEUE-RESCREEN
                 ELSE
                    DISPLAY 'Error changing entry'
                 END-IF
           END-READ.

       DELETE-LIST-ENTRY.
           MOVE 'I' TO SCRN-ENTRY-TYPE
           DISPLAY 'Enter Customer/Counterparty ID: '
           ACCEPT SCRN-ID
           READ SCREENING-LIST
                 END-IF
           END-READ.

      *    The rescreen picks the entry up from the queue and reads
      *    it back off the list, so only the key is queued.
       QUEUE-RESCREEN.
           MOVE SCRN-ENTRY-TYPE TO SP-ENTRY-TYPE
           MOVE SCRN-ID TO SP-ENTRY-ID
           MOVE WS-TODAY-DATE TO SP-QUEUED-DATE
           MOVE WS-OPERATOR-ID TO SP-QUEUED-BY
           WRITE RESCREEN-QUEUE-RECORD.

       BROWSE-LIST.
           MOVE LOW-VALUES TO SCRN-KEY
           START SCREENING-LIST KEY IS NOT LESS THAN SCRN-KEY
           MOVE 'N' TO WS-BROWSE-EOF
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-ENTRY UNTIL WS-BROWSE-EOF = 'Y'
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 DISPLAY 'Party ' SCRN-ENTRY-TYPE ' ' SCRN-ID
                    ' From: ' SCRN-EFF-FROM
                    ' To: ' SCRN-EFF-TO
                 IF SCRN-PROVIDER-ENTRY
                    DISPLAY '  ' SCRN-PARTY-NAME
                       ' List: ' SCRN-LIST-PROGRAM
                 ELSE
                    DISPLAY '  ' SCRN-REASON
                 END-IF
           END-READ.
