      * WHTRANF (merged by TRANMRG like the SOGEN extract,            *
      * including catch-up for missed nights) and removed from the    *
      * warehouse. A report shows what was loaded or released.        *
      * A load record that arrives stamped with its source (LOANDUE's *
      * LON) keeps that stamp through to release; unstamped branch    *
      * load items go out as WHS.                                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 WH-TO-CUST-ID        PIC 9(10).
           05 WH-CURRENCY-CODE     PIC X(3).
           05 WH-LOADED-DATE       PIC X(10).
           05 WH-BRANCH-ID         PIC X(3).

       FD  WAREHOUSE-INPUT-FILE.
       01  WAREHOUSE-INPUT-RECORD.
           05 WI-TIME              PIC X(8).
           05 WI-TO-CUST-ID        PIC 9(10).
           05 WI-CURRENCY-CODE     PIC X(3).
           05 WI-BRANCH-ID         PIC X(3).

       FD  RELEASED-TRAN-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-TIME             PIC X(8).
           05 TRAN-TO-CUST-ID       PIC 9(10).
           05 TRAN-CURRENCY-CODE    PIC X(3).
           05 TRAN-BRANCH-ID        PIC X(3).

       FD  WAREHOUSE-REPORT.
       01  WAREHOUSE-REPORT-LINE   PIC X(132).
           MOVE WI-TO-CUST-ID TO WH-TO-CUST-ID
           MOVE WI-CURRENCY-CODE TO WH-CURRENCY-CODE
           MOVE WS-RUN-DATE TO WH-LOADED-DATE
           MOVE WI-BRANCH-ID TO WH-BRANCH-ID
           WRITE WAREHOUSE-RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECTED-COUNT
           MOVE WH-TIME TO TRAN-TIME
           MOVE WH-TO-CUST-ID TO TRAN-TO-CUST-ID
           MOVE WH-CURRENCY-CODE TO TRAN-CURRENCY-CODE
           IF WH-BRANCH-ID = SPACES
              MOVE 'WHS' TO TRAN-BRANCH-ID
           ELSE
              MOVE WH-BRANCH-ID TO TRAN-BRANCH-ID
           END-IF
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           IF WH-AMOUNT < 0
