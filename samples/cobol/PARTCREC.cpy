      *****************************************************************
      * POSTING PARTITION CONTROL LAYOUT - SHARED BY BATCHJOB (ONE    *
      * RECORD PER PARTITION RUN) AND POSTCOMB (MERGES THEM INTO THE  *
      * DAY'S RUNCTL RECORD AND GL JOURNAL)                           *
      * Keyed by run date, posting cycle and partition (99 is the     *
      * cross-partition pass). A partition run keeps its own status,  *
      * control figures and GL bucket table here in place of RUNCTL,  *
      * which only POSTCOMB writes for a partitioned cycle. The       *
      * opening balance total is the one taken when the partition     *
      * first started, so a restart does not count its own postings   *
      * into the opening figure.                                      *
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05 PC-KEY.
              10 PC-RUN-DATE       PIC X(8).
              10 PC-CYCLE          PIC 9(2).
              10 PC-PARTITION      PIC 9(2).
           05 PC-STATUS            PIC X(1).
              88 PC-STARTED        VALUE 'S'.
              88 PC-CHECKPOINTED   VALUE 'K'.
              88 PC-COMPLETED      VALUE 'C'.
           05 PC-LOW-CUST-ID       PIC 9(10).
           05 PC-HIGH-CUST-ID      PIC 9(10).
           05 PC-TRAN-COUNT        PIC 9(7).
           05 PC-SUCCESS-COUNT     PIC 9(7).
           05 PC-ERROR-COUNT       PIC 9(7).
           05 PC-NET-AMOUNT        PIC S9(12)V99.
           05 PC-OPENING-BAL-TOTAL PIC S9(12)V99.
           05 PC-CLOSING-BAL-TOTAL PIC S9(12)V99.
           05 PC-TRANSFER-NET      PIC S9(12)V99.
           05 PC-TRAILER-COUNT     PIC 9(10).
           05 PC-GL-TABLE.
              10 PC-GL-BUCKET-COUNT PIC 9(3).
              10 PC-GL-BUCKET OCCURS 50 TIMES.
                 15 PC-GLB-CURRENCY PIC X(3).
                 15 PC-GLB-TYPE    PIC X(2).
                 15 PC-GLB-AMOUNT  PIC S9(12)V99.
