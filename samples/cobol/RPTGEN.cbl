           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(132).
           05 SRS-SALE-SALESPERSON PIC X(50).
           05 SRS-SALE-PRICE-SOURCE PIC X(1).
           05 SRS-SALE-EMP-ID      PIC X(5).
           05 SRS-SALE-SHIPPED-QTY PIC 9(6).
           05 SRS-SALE-CANCELLED-QTY PIC 9(6).
           05 SRS-SALE-LOC-CODE    PIC X(4).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 RC-SUSP-OUT-COUNT    PIC 9(7).
           05 RC-RECON-MISMATCH-COUNT PIC 9(7).
           05 RC-TRANSFER-NET      PIC S9(12)V99.
           05 RC-SUSP-NET-AMOUNT   PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01  WS-SALES-STATUS         PIC XX.
              MOVE SALE-SALESPERSON TO SP-NAME
           ELSE
              MOVE SALE-EMP-ID TO EML-EMP-ID
              MOVE SALE-DATE TO EML-AS-OF-DATE
              CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
              IF EML-FOUND = 'Y'
                 MOVE EML-EMP-NAME TO SP-NAME
