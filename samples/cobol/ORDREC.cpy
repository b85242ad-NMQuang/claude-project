      *****************************************************************
      * ORDER HEADER RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT      *
      * OPEN ORDERFIL (ORDPROC, ORDRECON, ORDFULF, ORDAGER, CRHMNT)   *
      * ORD-STATUS: OP open, PK picked, SH shipped, IN invoiced,      *
      * CA cancelled, RT returned, CH credit hold (stock allocated,   *
      * nothing posted until CRHMNT releases it)                      *
      * ORD-TAX-RATE and ORD-CUST-TYPE are the rate and customer      *
      * type PRICING taxed the order at, kept for the tax register.   *
      *****************************************************************
       01  ORDER-RECORD.
           05 ORD-ORDER-ID         PIC 9(10).
              88 ORD-STATUS-INVOICED  VALUE 'IN'.
              88 ORD-STATUS-CANCELLED VALUE 'CA'.
              88 ORD-STATUS-RETURNED  VALUE 'RT'.
              88 ORD-STATUS-CREDIT-HOLD VALUE 'CH'.
           05 ORD-STATUS-TIMESTAMP PIC X(20).
           05 ORD-CONTRACT-FLAG    PIC X(1).
           05 ORD-INVOICE-NO       PIC 9(8).
           05 ORD-TAX-RATE         PIC 9V9999.
           05 ORD-CUST-TYPE        PIC X(1).
