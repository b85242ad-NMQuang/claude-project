      * standing-order extract (SOTRANF), the order-entry extract     *
      * (ORDTRANF) and the value-dated warehouse release (WHTRANF)    *
      * ride the same sort.                                           *
      * Every merged record carries its origin in TRAN-BRANCH-ID:     *
      * branch records are stamped here with the registry BR-ID (the  *
      * branch feeds themselves carry no branch field), while the     *
      * generated extracts arrive already stamped with their          *
      * program's source code (SRCCODES) and pass through unchanged.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 SRT-TIME               PIC X(8).
           05 SRT-TO-CUST-ID         PIC 9(10).
           05 SRT-CURRENCY-CODE      PIC X(3).
           05 SRT-BRANCH-ID          PIC X(3).

       FD  BRANCH-REGISTRY.
       01  BRANCH-REGISTRY-RECORD.
           05 SOT-TIME               PIC X(8).
           05 SOT-TO-CUST-ID         PIC 9(10).
           05 SOT-CURRENCY-CODE      PIC X(3).
           05 SOT-BRANCH-ID          PIC X(3).

       FD  ORDER-TRAN-FILE.
       01  ORDER-TRAN-RECORD.
           05 ORDT-TIME              PIC X(8).
           05 ORDT-TO-CUST-ID        PIC 9(10).
           05 ORDT-CURRENCY-CODE     PIC X(3).
           05 ORDT-BRANCH-ID         PIC X(3).

       FD  WAREHOUSE-TRAN-FILE.
       01  WAREHOUSE-TRAN-RECORD.
           05 WHT-TIME               PIC X(8).
           05 WHT-TO-CUST-ID         PIC 9(10).
           05 WHT-CURRENCY-CODE      PIC X(3).
           05 WHT-BRANCH-ID          PIC X(3).

       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TRAN-TIME              PIC X(8).
           05 TRAN-TO-CUST-ID        PIC 9(10).
           05 TRAN-CURRENCY-CODE     PIC X(3).
           05 TRAN-BRANCH-ID         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS            PIC XX.
              AT END
                 MOVE 'Y' TO WS-FEED-EOF-FLAG
              NOT AT END
                 MOVE BRANCH-FEED-RECORD TO SORT-RECORD
                 MOVE BR-ID TO SRT-BRANCH-ID
                 RELEASE SORT-RECORD
           END-READ.

      *    The generated extracts are optional inputs: a night with
           MOVE SPACES TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE SPACES TO TRAN-BRANCH-ID
           WRITE TRANSACTION-RECORD.
