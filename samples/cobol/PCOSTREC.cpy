      *****************************************************************
      * PRODUCT COST RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT      *
      * OPEN PRODCOST (STKRECPT, ORDFULF, ORDRETRN, STKCOUNT, INVVAL) *
      * One record per product carrying its weighted-average unit     *
      * cost. STKRECPT re-averages it on every receipt (on hand at    *
      * the old average plus the receipt at its cost, over the new    *
      * on-hand quantity); every other stock movement is costed at    *
      * the average as it stands. Kept beside PRODMAST, as PRODPRC    *
      * and PRODSUPL are, rather than widening the product master.    *
      *****************************************************************
       01  PRODUCT-COST-RECORD.
           05 PC-PROD-CODE         PIC X(10).
           05 PC-AVG-UNIT-COST     PIC 9(7)V9(4).
           05 PC-LAST-RECEIPT-COST PIC 9(8)V99.
           05 PC-LAST-RECEIPT-DATE PIC X(10).
