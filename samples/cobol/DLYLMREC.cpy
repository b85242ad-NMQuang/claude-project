      *****************************************************************
      * DAILY DEBIT LIMIT LAYOUT - SHARED BY DLYLMNT (MAINTAINS IT),  *
      * BATCHJOB AND SUSPPROC (ENFORCE IT AT POSTING)                 *
      * Two kinds of record on DLYLIMIT. A class record ('K', keyed   *
      * by class code and currency) holds the default daily limit     *
      * for every customer in that class whose account is in that     *
      * currency. A customer record ('C', keyed by customer ID)       *
      * either sets the customer's own limit (DL-DAILY-LIMIT not      *
      * zero) or just places the customer in a class. A customer      *
      * with no record is in the standard class 'ST'. A class with    *
      * no record for the account currency means no daily limit.      *
      * The limit is in the account currency and covers debits and    *
      * transfers out posted on one business date.                    *
      *****************************************************************
       01  DAILY-LIMIT-RECORD.
           05 DL-KEY.
              10 DL-REC-TYPE       PIC X(1).
                 88 DL-CUSTOMER-LIMIT  VALUE 'C'.
                 88 DL-CLASS-LIMIT     VALUE 'K'.
              10 DL-KEY-ID         PIC X(10).
              10 DL-KEY-CUST-ID REDEFINES DL-KEY-ID
                                   PIC 9(10).
              10 DL-KEY-CLASS-ID REDEFINES DL-KEY-ID.
                 15 DL-KEY-CLASS      PIC X(2).
                 15 DL-KEY-CURRENCY   PIC X(3).
                 15 FILLER            PIC X(5).
           05 DL-CLASS             PIC X(2).
           05 DL-DAILY-LIMIT       PIC 9(10)V99.
           05 DL-UPDATED-DATE      PIC X(10).
           05 DL-OPERATOR          PIC X(8).
