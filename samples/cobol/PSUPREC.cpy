      *****************************************************************
      * PRODUCT SUPPLY RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT    *
      * OPEN PRODSUPL (SUPPMNT, POMAINT, STKRECPT, REORDRPT)          *
      * One record per product: the preferred supplier, its part     *
      * number and last agreed cost, the minimum order quantity, and  *
      * the quantity still on order across open purchase-order lines  *
      * (raised by POMAINT, worked off by STKRECPT receipts and PO    *
      * cancellations). A blank PS-SUP-ID means no preferred          *
      * supplier has been named yet.                                  *
      *****************************************************************
       01  PRODUCT-SUPPLY-RECORD.
           05 PS-PROD-CODE         PIC X(10).
           05 PS-SUP-ID            PIC X(8).
           05 PS-SUP-PART-NO       PIC X(20).
           05 PS-LAST-COST         PIC 9(8)V99.
           05 PS-MIN-ORDER-QTY     PIC 9(7).
           05 PS-ON-ORDER-QTY      PIC 9(7).
