      *****************************************************************
      * CREDIT-HOLD QUEUE RECORD LAYOUT - SHARED BY ALL PROGRAMS THAT *
      * OPEN CRHOLD (ORDPROC, CRHMNT, ORDAGER)                        *
      * One record per order ORDPROC took on credit hold instead of   *
      * rejecting, keyed by the order number. The order sits on       *
      * ORDERFIL as CH with its lines on SALESDAT and their stock     *
      * allocated, but nothing posted. CRHMNT releases it (posting    *
      * the line credits as ORDPROC would have, order goes OP) or     *
      * declines it (allocation given back, lines deleted, order      *
      * goes CA). A held order not decided within the auto-decline    *
      * period is declined by CRHMNT's EXPIRE run. CH-CREDIT-LIMIT    *
      * is the limit the order was checked against; the record fits   *
      * whole in a RATAUDIT before/after image.                       *
      * CH-REASON: LM credit limit would be exceeded, AG account      *
      * aged on COLLTRK, AH account hold (AL or DB) in force.         *
      * CH-STATUS: H held, R released, D declined, X auto-declined.   *
      *****************************************************************
       01  CREDIT-HOLD-RECORD.
           05 CH-ORDER-ID          PIC 9(10).
           05 CH-CUSTOMER-ID       PIC 9(10).
           05 CH-HOLD-DATE         PIC X(10).
           05 CH-REASON            PIC X(2).
              88 CH-REASON-LIMIT      VALUE 'LM'.
              88 CH-REASON-AGED       VALUE 'AG'.
              88 CH-REASON-ACCT-HOLD  VALUE 'AH'.
           05 CH-ORDER-TOTAL       PIC 9(10)V99.
           05 CH-CREDIT-LIMIT      PIC 9(10)V99.
           05 CH-LINE-COUNT        PIC 9(3).
           05 CH-STATUS            PIC X(1).
              88 CH-HELD              VALUE 'H'.
              88 CH-RELEASED          VALUE 'R'.
              88 CH-DECLINED          VALUE 'D'.
              88 CH-AUTO-DECLINED     VALUE 'X'.
           05 CH-DECIDED-BY        PIC X(8).
           05 CH-DECIDED-DATE      PIC X(10).
