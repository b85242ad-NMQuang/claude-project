       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVAL.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * MONTH-END INVENTORY VALUATION                                 *
      * Values every product on PRODMAST at quantity on hand x its    *
      * weighted-average unit cost from PRODCOST and totals the       *
      * stock, then ties that total to the inventory account on       *
      * GLBAL - the account GLMAP maps to the debit side of the       *
      * 'RI' receipt leg, which the receipt, shipment, return and     *
      * count journals all move. Products holding stock with no       *
      * average cost are flagged, since they are valued at nothing.   *
      * A valuation that does not tie ends with return code 8, the    *
      * way STKRECON flags a ledger out of agreement.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT PRODUCT-COST-FILE ASSIGN TO 'PRODCOST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PROD-CODE
           FILE STATUS IS WS-COST-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-GLB-STATUS.

           SELECT VALUATION-REPORT ASSIGN TO 'INVVALRT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PROD-CODE            PIC X(10).
           05 PROD-DESCRIPTION     PIC X(30).
           05 PROD-STD-UNIT-PRICE  PIC 9(8)V99.
           05 PROD-ON-HAND-QTY     PIC 9(7).
           05 PROD-ALLOCATED-QTY   PIC 9(7).
           05 PROD-REORDER-POINT   PIC 9(7).
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  PRODUCT-COST-FILE.
           COPY PCOSTREC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  VALUATION-REPORT.
       01  VALUATION-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-COST-STATUS          PIC XX.
       01  WS-COST-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLB-STATUS           PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-EOF-FLAG             PIC X VALUE 'N'.
       01  WS-STOCK-CURRENCY       PIC X(3) VALUE 'USD'.
       01  WS-INVENTORY-ACCOUNT    PIC X(8) VALUE '????????'.
       01  WS-GL-FOUND             PIC X VALUE 'N'.
       01  WS-GL-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-DIFFERENCE           PIC S9(13)V99 VALUE 0.
       01  WS-AVG-COST             PIC 9(7)V9(4).
       01  WS-PRODUCT-VALUE        PIC 9(12)V99.
       01  WS-TOTAL-VALUE          PIC 9(13)V99 VALUE 0.
       01  WS-PRODUCT-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNCOSTED-COUNT       PIC 9(7) VALUE 0.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '          INVENTORY VALUATION AT COST'.
           05 FILLER               PIC X(8) VALUE 'AS AT  '.
           05 RH-DATE              PIC X(10).
           05 FILLER               PIC X(74) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              'PRODUCT     DESCRIPTION                      ON HAND
      -       'AVERAGE COST              VALUE'.

       01  DETAIL-LINE.
           05 DL-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DESCRIPTION       PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ON-HAND           PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-AVG-COST          PIC ZZ,ZZZ,ZZ9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-VALUE             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-FLAG              PIC X(7).
           05 FILLER               PIC X(33) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC -$$,$$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(80) VALUE SPACES.

       01  SUMMARY-ACCOUNT-LINE.
           05 FILLER               PIC X(30) VALUE
              'GL Inventory Account:'.
           05 SN-ACCOUNT           PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SN-CURRENCY          PIC X(3).
           05 FILLER               PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM VALUE-NEXT-PRODUCT UNTIL WS-EOF-FLAG = 'Y'
           PERFORM TIE-TO-GENERAL-LEDGER
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Inventory Valuation'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           OPEN INPUT PRODUCT-FILE
           OPEN OUTPUT VALUATION-REPORT
           IF WS-PROD-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT PRODUCT-COST-FILE
           IF WS-COST-STATUS = '00'
              MOVE 'Y' TO WS-COST-FILE-OPEN
           ELSE
              DISPLAY 'No product cost file - stock valued at zero'
           END-IF
           MOVE WS-TODAY-FMT TO RH-DATE
           WRITE VALUATION-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE FROM COLUMN-HEADER
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
           END-START.

       VALUE-NEXT-PRODUCT.
           READ PRODUCT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF PROD-ON-HAND-QTY > 0
                    PERFORM VALUE-ONE-PRODUCT
                 END-IF
           END-READ.

       VALUE-ONE-PRODUCT.
           ADD 1 TO WS-PRODUCT-COUNT
           MOVE 0 TO WS-AVG-COST
           MOVE SPACES TO DL-FLAG
           IF WS-COST-FILE-OPEN = 'Y'
              MOVE PROD-CODE TO PC-PROD-CODE
              READ PRODUCT-COST-FILE
                 INVALID KEY
                    MOVE 'NO COST' TO DL-FLAG
                 NOT INVALID KEY
                    MOVE PC-AVG-UNIT-COST TO WS-AVG-COST
              END-READ
           ELSE
              MOVE 'NO COST' TO DL-FLAG
           END-IF
           IF DL-FLAG NOT = SPACES
              ADD 1 TO WS-UNCOSTED-COUNT
           END-IF
           COMPUTE WS-PRODUCT-VALUE ROUNDED =
              PROD-ON-HAND-QTY * WS-AVG-COST
           ADD WS-PRODUCT-VALUE TO WS-TOTAL-VALUE
           MOVE PROD-CODE TO DL-PROD-CODE
           MOVE PROD-DESCRIPTION TO DL-DESCRIPTION
           MOVE PROD-ON-HAND-QTY TO DL-ON-HAND
           MOVE WS-AVG-COST TO DL-AVG-COST
           MOVE WS-PRODUCT-VALUE TO DL-VALUE
           WRITE VALUATION-REPORT-LINE FROM DETAIL-LINE.

      *    The inventory account is whatever GLMAP names for the
      *    debit side of a receipt; its GLBAL balance in the stock
      *    currency is what the valuation has to agree to.
       TIE-TO-GENERAL-LEDGER.
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'RI' TO GLM-TRAN-TYPE
              MOVE 'D' TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-INVENTORY-ACCOUNT
              END-READ
              CLOSE GL-MAP-FILE
           END-IF
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GLB-STATUS = '00'
              MOVE WS-INVENTORY-ACCOUNT TO GLB-ACCOUNT
              MOVE WS-STOCK-CURRENCY TO GLB-CURRENCY
              READ GL-BALANCE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-GL-FOUND
                    MOVE GLB-BALANCE TO WS-GL-BALANCE
              END-READ
              CLOSE GL-BALANCE-FILE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-TOTAL-VALUE - WS-GL-BALANCE.

       FINALIZATION.
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE 'Products Valued:' TO SC-LABEL
           MOVE WS-PRODUCT-COUNT TO SC-COUNT
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Products With No Cost:' TO SC-LABEL
           MOVE WS-UNCOSTED-COUNT TO SC-COUNT
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Inventory Value At Cost:' TO SA-LABEL
           MOVE WS-TOTAL-VALUE TO SA-AMOUNT
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE WS-INVENTORY-ACCOUNT TO SN-ACCOUNT
           MOVE WS-STOCK-CURRENCY TO SN-CURRENCY
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-ACCOUNT-LINE
           MOVE 'GL Inventory Balance:' TO SA-LABEL
           MOVE WS-GL-BALANCE TO SA-AMOUNT
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE 'Difference:' TO SA-LABEL
           MOVE WS-DIFFERENCE TO SA-AMOUNT
           WRITE VALUATION-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           IF WS-GL-FOUND = 'N'
              MOVE '*** INVENTORY ACCOUNT NOT ON GLBAL ***'
                 TO VALUATION-REPORT-LINE
           ELSE
              IF WS-DIFFERENCE = 0
                 MOVE 'Valuation ties to the general ledger'
                    TO VALUATION-REPORT-LINE
              ELSE
                 MOVE '*** VALUATION DOES NOT TIE TO THE GL ***'
                    TO VALUATION-REPORT-LINE
              END-IF
           END-IF
           WRITE VALUATION-REPORT-LINE

           CLOSE PRODUCT-FILE
           IF WS-COST-FILE-OPEN = 'Y'
              CLOSE PRODUCT-COST-FILE
           END-IF
           CLOSE VALUATION-REPORT

           DISPLAY 'Inventory Valuation Complete'
           DISPLAY 'Inventory Value: ' WS-TOTAL-VALUE
           DISPLAY 'GL Balance: ' WS-GL-BALANCE
           IF WS-GL-FOUND = 'N' OR WS-DIFFERENCE NOT = 0
              DISPLAY 'VALUATION DOES NOT TIE TO GL'
              MOVE 8 TO RETURN-CODE
           END-IF.
