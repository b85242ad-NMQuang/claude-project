      *****************************************************************
      * PURCHASE-ORDER LINE RECORD LAYOUT - SHARED BY ALL PROGRAMS    *
      * THAT OPEN POFILE (POMAINT, STKRECPT, POOPEN)                  *
      * One record per PO line, keyed by PO number and line. All      *
      * lines of a PO carry the same supplier and dates.              *
      * PO-STATUS: OP open, PR part received, RC received in full    *
      * (or over), CA cancelled                                       *
      *****************************************************************
       01  PO-LINE-RECORD.
           05 PO-KEY.
              10 PO-NO             PIC 9(8).
              10 PO-LINE           PIC 9(3).
           05 PO-SUP-ID            PIC X(8).
           05 PO-PROD-CODE         PIC X(10).
           05 PO-ORDER-QTY         PIC 9(7).
           05 PO-RECEIVED-QTY      PIC 9(7).
           05 PO-UNIT-COST         PIC 9(8)V99.
           05 PO-ORDER-DATE        PIC X(10).
           05 PO-DUE-DATE          PIC X(10).
           05 PO-STATUS            PIC X(2).
              88 PO-STATUS-OPEN       VALUE 'OP'.
              88 PO-STATUS-PART       VALUE 'PR'.
              88 PO-STATUS-RECEIVED   VALUE 'RC'.
              88 PO-STATUS-CANCELLED  VALUE 'CA'.
              88 PO-LINE-OUTSTANDING  VALUE 'OP' 'PR'.
