      *****************************************************************
      * CUSTOMER LETTER TEMPLATE LAYOUT - SHARED BY LTRMNT (KEEPS THE *
      * TEMPLATES) AND CUSTLTR (THE NIGHTLY LETTER RUN)               *
      * One record per line of letter text on LTRTMPL, keyed by the   *
      * letter code and line number. CUSTLTR prints the lines in key  *
      * order below the address block and the facts of the event it   *
      * is writing about.                                             *
      * Letter codes: DUN30 / DUN60 / DUN90 overdrawn 30, 60 and 90   *
      * days, PREDORM dormancy warning, HOLD hold placed, DSPDECL     *
      * transaction dispute declined.                                 *
      *****************************************************************
       01  LETTER-TEMPLATE-RECORD.
           05 LT-KEY.
              10 LT-LETTER-CODE    PIC X(8).
              10 LT-LINE-NO        PIC 9(3).
           05 LT-TEXT              PIC X(80).
