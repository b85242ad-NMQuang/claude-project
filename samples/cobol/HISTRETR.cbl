           05 HA-TO-CUST-ID        PIC 9(10).
           05 HA-CURRENCY-CODE     PIC X(3).
           05 HA-REVERSED-FLAG     PIC X(1).
           05 HA-BRANCH-ID         PIC X(3).
           05 HA-POSTED-DATE       PIC X(10).
           05 HA-POSTED-AMOUNT     PIC S9(10)V99.

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-HARC-STATUS          PIC XX.
           MOVE HA-TO-CUST-ID TO PH-TO-CUST-ID
           MOVE HA-CURRENCY-CODE TO PH-CURRENCY-CODE
           MOVE HA-REVERSED-FLAG TO PH-REVERSED-FLAG
           MOVE HA-BRANCH-ID TO PH-BRANCH-ID
           MOVE HA-POSTED-DATE TO PH-POSTED-DATE
           MOVE HA-POSTED-AMOUNT TO PH-POSTED-AMOUNT
           WRITE TRAN-HISTORY-RECORD
              INVALID KEY
                 ADD 1 TO WS-ALREADY-COUNT
