      *****************************************************************
      * WAREHOUSE LOCATION RECORD LAYOUT - SHARED BY ALL PROGRAMS     *
      * THAT OPEN WHSEMAST (WHSEMNT, LOCLOOK)                         *
      * One record per stock-holding location. Exactly one active     *
      * location carries WH-MAIN-FLAG 'Y': it serves any region with  *
      * no RGNLOC entry and stands for the blank location on history  *
      * written before stock was held by location. Until a main       *
      * location exists, stock is held company-wide as before.        *
      * WH-STATUS: A active, C closed (no new stock movements)        *
      *****************************************************************
       01  WAREHOUSE-RECORD.
           05 WH-LOC-CODE          PIC X(4).
           05 WH-NAME              PIC X(30).
           05 WH-MAIN-FLAG         PIC X(1).
              88 WH-MAIN              VALUE 'Y'.
           05 WH-STATUS            PIC X(1).
              88 WH-ACTIVE            VALUE 'A'.
              88 WH-CLOSED            VALUE 'C'.
           05 WH-CHANGED-BY        PIC X(8).
           05 WH-CHANGED-DATE      PIC X(10).
