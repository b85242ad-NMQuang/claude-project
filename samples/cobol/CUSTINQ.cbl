           05 SUSP-REASON          PIC X(100).
           05 SUSP-FIRST-DATE      PIC X(10).
           05 SUSP-RETRY-COUNT     PIC 9(3).
           05 SUSP-BRANCH-ID       PIC X(3).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
