      *****************************************************************
      * SUPPLIER MASTER RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT   *
      * OPEN SUPPMAST (SUPPMNT, POMAINT, POOPEN)                      *
      * SUP-LEAD-DAYS is the supplier's normal delivery lead time,    *
      * used to set the due date on a new purchase order.             *
      * SUP-STATUS: A active, I inactive (no new orders)              *
      *****************************************************************
       01  SUPPLIER-RECORD.
           05 SUP-ID               PIC X(8).
           05 SUP-NAME             PIC X(30).
           05 SUP-CONTACT          PIC X(18).
           05 SUP-PHONE            PIC X(20).
           05 SUP-LEAD-DAYS        PIC 9(3).
           05 SUP-STATUS           PIC X(1).
              88 SUP-ACTIVE           VALUE 'A'.
              88 SUP-INACTIVE         VALUE 'I'.
