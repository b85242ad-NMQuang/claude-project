      *****************************************************************
      * GL ACCOUNT CLASSIFICATION RECORD LAYOUT - SHARED BY GLCLMNT   *
      * (MAINTENANCE) AND THE PROGRAMS THAT NEED TO KNOW WHAT KIND    *
      * OF ACCOUNT A GLBAL BALANCE BELONGS TO (GLCLOSE, GLSTMT).      *
      * One record per GL account, whatever the currency. The type    *
      * decides whether the balance is carried forward at year end    *
      * (assets, liabilities, equity) or rolled into retained         *
      * earnings (income, expense). Statement, section and line       *
      * place the account on the balance sheet or income statement;   *
      * the sections and lines print in sequence-number order, and    *
      * several accounts may share a line. The sign says how the      *
      * balance is shown: '+' as carried (debit positive), '-'        *
      * reversed, so credit-balance accounts print positive.          *
      *****************************************************************
       01  GL-CLASS-RECORD.
           05 GLC-ACCOUNT          PIC X(8).
           05 GLC-ACCT-TYPE        PIC X(1).
              88 GLC-ASSET                    VALUE 'A'.
              88 GLC-LIABILITY                VALUE 'L'.
              88 GLC-EQUITY                   VALUE 'Q'.
              88 GLC-INCOME                   VALUE 'I'.
              88 GLC-EXPENSE                  VALUE 'E'.
              88 GLC-VALID-TYPE    VALUES 'A' 'L' 'Q' 'I' 'E'.
           05 GLC-STATEMENT        PIC X(1).
              88 GLC-BALANCE-SHEET            VALUE 'B'.
              88 GLC-INCOME-STATEMENT         VALUE 'I'.
           05 GLC-SECTION-SEQ      PIC 9(2).
           05 GLC-SECTION          PIC X(24).
           05 GLC-LINE-SEQ         PIC 9(3).
           05 GLC-LINE             PIC X(30).
           05 GLC-SIGN             PIC X(1).
              88 GLC-SHOW-AS-CARRIED          VALUE '+'.
              88 GLC-SHOW-REVERSED            VALUE '-'.
              88 GLC-VALID-SIGN    VALUES '+' '-'.
