      *****************************************************************
      * RECURRING PRODUCT ORDER SCHEDULE LAYOUT - SHARED BY RORDMNT   *
      * (MAINTENANCE), RORDGEN (NIGHTLY GENERATOR), RORDREJ (ORDPROC  *
      * REJECT FEEDBACK) AND CRHMNT (CREDIT-HOLD DECLINE FEEDBACK)    *
      * One record per schedule on RORDFILE: the trade customer, the  *
      * region and salesperson the order is booked under, up to 20    *
      * product lines with quantities, the frequency (WK/MN/QT) and   *
      * the next and final run dates. No price is held - every        *
      * generated order is priced on the day it is generated.         *
      * RO-STATUS: A active, C cancelled, E expired past its final    *
      * run date. The last-generated and last-reject fields are kept  *
      * by RORDGEN, and by RORDREJ and CRHMNT.                        *
      *****************************************************************
       01  RECURRING-ORDER-RECORD.
           05 RO-ID                PIC 9(10).
           05 RO-CUST-ID           PIC 9(10).
           05 RO-FREQUENCY         PIC X(2).
              88 RO-FREQ-VALID     VALUE 'WK' 'MN' 'QT'.
              88 RO-FREQ-WEEKLY    VALUE 'WK'.
              88 RO-FREQ-MONTHLY   VALUE 'MN'.
              88 RO-FREQ-QUARTERLY VALUE 'QT'.
           05 RO-NEXT-RUN-DATE     PIC X(10).
           05 RO-FINAL-RUN-DATE    PIC X(10).
           05 RO-STATUS            PIC X(1).
              88 RO-ACTIVE         VALUE 'A'.
              88 RO-CANCELLED      VALUE 'C'.
              88 RO-EXPIRED        VALUE 'E'.
           05 RO-EMP-ID            PIC X(5).
           05 RO-LINE-COUNT        PIC 9(2).
           05 RO-REGION            PIC X(20).
           05 RO-SALESPERSON       PIC X(50).
           05 RO-CHANGED-BY        PIC X(8).
           05 RO-CHANGED-DATE      PIC X(10).
           05 RO-LAST-RUN-DATE     PIC X(10).
           05 RO-LAST-ORDER-ID     PIC 9(10).
           05 RO-GENERATED-COUNT   PIC 9(5).
           05 RO-REJECT-COUNT      PIC 9(5).
           05 RO-LAST-REJECT-DATE  PIC X(10).
           05 RO-LAST-REJECT-ORDER PIC 9(10).
           05 RO-LAST-REJECT-REASON PIC X(50).
           05 RO-LINE OCCURS 20 TIMES.
              10 RO-PROD-CODE      PIC X(10).
              10 RO-QUANTITY       PIC 9(6).
