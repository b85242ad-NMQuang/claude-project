           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  ACCRUAL-REGISTER.
       01  REGISTER-LINE            PIC X(132).
           MOVE WS-TRAN-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE CUST-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'INT' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TRAN-RECORD-COUNT
           ADD WS-INTEREST-CHARGE TO WS-TRAN-HASH-TOTAL.
           MOVE SPACES TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE SPACES TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD.

       WRITE-REGISTER-DETAIL.
