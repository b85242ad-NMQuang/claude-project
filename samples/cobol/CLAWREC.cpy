      *****************************************************************
      * COMMISSION CLAWBACK ITEM LAYOUT - SHARED BY ORDRETRN (GOODS   *
      * RETURNED), ORDFULF (ORDER OR LINE REMAINDER CANCELLED),       *
      * CRHMNT (CREDIT-HELD ORDER DECLINED) AND COMMCALC (PRICES AND  *
      * RECOVERS THE ITEM)                                            *
      * One item per SALESDAT line reversed, keyed by the sale ID,    *
      * the source and the date it was posted, carrying the           *
      * salesperson's employee ID, the original sale date and the     *
      * sales value taken back. COMMCALC prices a new item at the     *
      * rate it paid the salesperson for the sale month (COMMRHST)    *
      * and deducts it from the next commission payable, carrying     *
      * forward whatever the commission cannot cover.                 *
      * CLW-SOURCE: RT return, PC line remainder cancelled,           *
      * CA order cancelled or credit-held order declined.             *
      * CLW-STATUS: N new (not yet priced), O outstanding, R fully    *
      * recovered, X nothing to recover (no commission was paid on    *
      * the sale).                                                    *
      *****************************************************************
       01  CLAWBACK-RECORD.
           05 CLW-KEY.
              10 CLW-SALE-ID       PIC 9(12).
              10 CLW-SOURCE        PIC X(2).
                 88 CLW-FROM-RETURN       VALUE 'RT'.
                 88 CLW-FROM-LINE-CANCEL  VALUE 'PC'.
                 88 CLW-FROM-ORDER-CANCEL VALUE 'CA'.
              10 CLW-POSTED-DATE   PIC X(10).
           05 CLW-ORDER-ID         PIC 9(10).
           05 CLW-EMP-ID           PIC X(5).
           05 CLW-SALE-DATE        PIC X(10).
           05 CLW-SALES-VALUE      PIC 9(10)V99.
           05 CLW-RATE             PIC 9V9999.
           05 CLW-AMOUNT           PIC 9(9)V99.
           05 CLW-RECOVERED        PIC 9(9)V99.
           05 CLW-STATUS           PIC X(1).
              88 CLW-STATUS-NEW         VALUE 'N'.
              88 CLW-STATUS-OUTSTANDING VALUE 'O'.
              88 CLW-STATUS-RECOVERED   VALUE 'R'.
              88 CLW-STATUS-NOT-DUE     VALUE 'X'.
           05 CLW-RECOVERED-PERIOD PIC X(6).
