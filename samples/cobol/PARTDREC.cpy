      *****************************************************************
      * POSTING PARTITION DEFINITION - SHARED BY BATCHJOB (POSTS ONE  *
      * PARTITION) AND POSTCOMB (COMBINES THE PARTITIONS)             *
      * One card per partition on PARTDEF, in ascending customer      *
      * order with no overlap: the partition number (01-98) and the   *
      * lowest and highest CUST-ID it posts. A feed item belongs to   *
      * the partition holding its TRAN-CUST-ID; a transfer belongs    *
      * there only when TRAN-TO-CUST-ID is in the same range. Every   *
      * other item - a transfer across two partitions, or a customer  *
      * outside every range - is posted by the cross-partition pass,  *
      * partition 99, once all numbered partitions have completed.    *
      *****************************************************************
       01  PARTITION-DEF-RECORD.
           05 PD-PARTITION         PIC 9(2).
           05 PD-LOW-CUST-ID       PIC 9(10).
           05 PD-HIGH-CUST-ID      PIC 9(10).
           05 FILLER               PIC X(58).
