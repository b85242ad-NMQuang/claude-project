      *****************************************************************
      * AR OPEN-ITEM RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT      *
      * OPEN ARITEMS (INVPRINT, CASHAPP, ORDRETRN, ARAGING)           *
      * One item per invoice number, written when INVPRINT assigns    *
      * the number. Outstanding = invoice amount less amount paid     *
      * less credit notes applied.                                    *
      * AR-STATUS: OP open, PP part paid, PD paid in full,            *
      * CR closed by credit note                                      *
      *****************************************************************
       01  AR-ITEM-RECORD.
           05 AR-INVOICE-NO        PIC 9(8).
           05 AR-CUSTOMER-ID       PIC 9(10).
           05 AR-ORDER-ID          PIC 9(10).
           05 AR-INVOICE-DATE      PIC X(10).
           05 AR-DUE-DATE          PIC X(10).
           05 AR-INVOICE-AMOUNT    PIC 9(10)V99.
           05 AR-AMOUNT-PAID       PIC 9(10)V99.
           05 AR-CREDIT-AMOUNT     PIC 9(10)V99.
           05 AR-STATUS            PIC X(2).
              88 AR-STATUS-OPEN       VALUE 'OP'.
              88 AR-STATUS-PART-PAID  VALUE 'PP'.
              88 AR-STATUS-PAID       VALUE 'PD'.
              88 AR-STATUS-CREDITED   VALUE 'CR'.
              88 AR-ITEM-CLOSED       VALUE 'PD' 'CR'.
           05 AR-LAST-ACTIVITY-DATE PIC X(10).
