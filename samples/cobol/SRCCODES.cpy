      *****************************************************************
      * TRANSACTION SOURCE CODES - SHARED BY BRMAINT (KEEPS THEM OFF  *
      * THE BRANCH REGISTRY) AND BRACTRPT, ERRTREND AND SUSPAGE       *
      * (LABEL THEM ON THEIR BY-BRANCH REPORTS)                       *
      * TRAN-BRANCH-ID on TRANFILE, and the branch field carried from *
      * it onto TRANHIST, ERRLOG and SUSPFILE, holds either the       *
      * registry BR-ID of the branch whose feed the item came in on   *
      * (stamped by TRANMRG) or one of the codes below, stamped by    *
      * the program that generated the item. A new generating         *
      * program takes a new code here and the table count goes up.    *
      *****************************************************************
       01  SOURCE-CODE-VALUES.
           05 FILLER               PIC X(33) VALUE
              'SOGSTANDING ORDERS (SOGEN)'.
           05 FILLER               PIC X(33) VALUE
              'WHSVALUE-DATED WAREHOUSE'.
           05 FILLER               PIC X(33) VALUE
              'INTINTEREST ACCRUAL'.
           05 FILLER               PIC X(33) VALUE
              'FEEMONTHLY FEE ACCRUAL'.
           05 FILLER               PIC X(33) VALUE
              'RTFRETURNED-DEBIT FEES'.
           05 FILLER               PIC X(33) VALUE
              'ORDORDER ENTRY (ORDPROC)'.
           05 FILLER               PIC X(33) VALUE
              'ORFORDER FULFILMENT (ORDFULF)'.
           05 FILLER               PIC X(33) VALUE
              'ORRORDER RETURNS (ORDRETRN)'.
           05 FILLER               PIC X(33) VALUE
              'REVREVERSALS (TRNREV)'.
           05 FILLER               PIC X(33) VALUE
              'CMGCUSTOMER MERGE SETTLEMENT'.
           05 FILLER               PIC X(33) VALUE
              'CCLCUSTOMER CLOSURE SETTLEMENT'.
           05 FILLER               PIC X(33) VALUE
              'ESCUNCLAIMED FUNDS ESCHEAT'.
           05 FILLER               PIC X(33) VALUE
              'LONLOAN INSTALMENTS (LOANDUE)'.
           05 FILLER               PIC X(33) VALUE
              'DSPDISPUTE CREDITS (DISPMNT)'.
       01  SOURCE-CODE-TABLE REDEFINES SOURCE-CODE-VALUES.
           05 SRC-ENTRY            OCCURS 14 TIMES.
              10 SRC-CODE          PIC X(3).
              10 SRC-DESCRIPTION   PIC X(30).
       01  SRC-ENTRY-COUNT         PIC 9(2) VALUE 14.
