      *****************************************************************
      * PRODUCT STOCK-BY-LOCATION RECORD LAYOUT - SHARED BY ALL       *
      * PROGRAMS THAT OPEN PRODLOC (ORDPROC, ORDFULF, ORDRETRN,       *
      * STKRECPT, STKCOUNT, STKXFER, STKRECON, REORDRPT, WHSEMNT)     *
      * One record per product per location, keyed product then       *
      * location. PRODMAST's on-hand and allocated quantities stay    *
      * the company totals; every movement that touches a location    *
      * moves the total by the same amount, so the PRODLOC records    *
      * for a product add up to its PRODMAST figures (STKRECON ties   *
      * both). PL-REORDER-POINT is the location's own trigger for     *
      * REORDRPT; zero means none is set.                             *
      *****************************************************************
       01  PRODUCT-LOCATION-RECORD.
           05 PL-KEY.
              10 PL-PROD-CODE      PIC X(10).
              10 PL-LOC-CODE       PIC X(4).
           05 PL-ON-HAND-QTY       PIC 9(7).
           05 PL-ALLOCATED-QTY     PIC 9(7).
           05 PL-REORDER-POINT     PIC 9(7).
