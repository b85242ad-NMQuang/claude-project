           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  GENERATION-REPORT.
       01  GENERATION-REPORT-LINE  PIC X(132).
           MOVE WS-TRAN-TIME TO TRAN-TIME
           MOVE SO-TO-CUST-ID TO TRAN-TO-CUST-ID
           MOVE SO-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           MOVE 'SOG' TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           ADD SO-AMOUNT TO WS-GENERATED-AMOUNT
