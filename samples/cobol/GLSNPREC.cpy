      *****************************************************************
      * GL PERIOD BALANCE SNAPSHOT RECORD LAYOUT - SHARED BY GLCLOSE  *
      * (WHICH WRITES IT AT PERIOD CLOSE) AND GLPOST (WHICH ADDS A    *
      * LATE JOURNAL INTO A REOPENED PERIOD'S SNAPSHOT).              *
      * One record per period, account and currency: the opening      *
      * balance, the period's debits and credits and the closing      *
      * balance as they stood when the period closed. The year-end    *
      * rollover is kept apart in GLS-YEAR-END-AMOUNT so the closing  *
      * balance stays the pre-closing figure for income reporting.    *
      *****************************************************************
       01  GL-SNAPSHOT-RECORD.
           05 GLS-KEY.
              10 GLS-PERIOD        PIC X(6).
              10 GLS-ACCOUNT       PIC X(8).
              10 GLS-CURRENCY      PIC X(3).
           05 GLS-OPENING-BALANCE  PIC S9(13)V99.
           05 GLS-PTD-DEBITS       PIC 9(13)V99.
           05 GLS-PTD-CREDITS      PIC 9(13)V99.
           05 GLS-CLOSING-BALANCE  PIC S9(13)V99.
           05 GLS-YEAR-END-AMOUNT  PIC S9(13)V99.
