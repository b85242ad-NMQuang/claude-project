           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  NOTES-FILE.
       01  NOTE-RECORD.
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.

       01  WS-NEXT-NOTE-SEQ        PIC 9(5).
       01  WS-SCAN-EOF             PIC X.
       01  WS-SAVED-HISTORY        PIC X(106).
       01  WS-SAVED-NOTE           PIC X(253).
       01  WS-SAVED-BALH           PIC X(33).

              MOVE WS-TODAY-FMT TO TRAN-DATE
              MOVE WS-ACCEPT-TIME TO TRAN-TIME
              MOVE WS-DUP-CURRENCY TO TRAN-CURRENCY-CODE
              MOVE 'CMG' TO TRAN-BRANCH-ID
              WRITE TRANSACTION-RECORD
              CLOSE TRANSACTION-FILE
           END-IF.
