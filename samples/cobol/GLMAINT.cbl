      * posting: it proves that every posting leg BATCHJOB can        *
      * generate (CR, DB, AD, TD, TC - debit and credit sides) has   *
      * a mapping, and fails the stream before the journal can be    *
      * written with placeholder accounts. The inventory cost legs    *
      * (RI receipts, CS shipments, CT returns, SK/SG count losses    *
      * and gains) are proved the same way, as are the LI/LP legs a   *
      * loan instalment debit is journalled under (interest income    *
      * and loan principal repaid).                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-SAVED-MAP-IMAGE      PIC X(80).

      *    The posting legs BATCHJOB generates: the ordinary CR, DB
      *    and AD postings plus the TD/TC legs of a transfer - then
      *    the inventory cost legs written by STKRECPT (RI), ORDFULF
      *    (CS), ORDRETRN (CT) and STKCOUNT (SK/SG), and the
      *    interest (LI) and principal (LP) legs BATCHJOB splits a
      *    loan instalment into - each needing a debit-side and a
      *    credit-side account.
       01  WS-LEG-TABLE.
           05 FILLER               PIC X(10) VALUE 'CRDBADTDTC'.
           05 FILLER               PIC X(10) VALUE 'RICSCTSKSG'.
           05 FILLER               PIC X(4) VALUE 'LILP'.
       01  WS-LEG-LIST REDEFINES WS-LEG-TABLE.
           05 WS-LEG-TYPE          PIC X(2) OCCURS 12 TIMES.
       01  WS-LEG-COUNT            PIC 9(2) VALUE 12.
       01  WS-LEG-SUB              PIC 9(2).
       01  WS-SIDE-SUB             PIC 9(1).
       01  WS-VERIFY-SIDE          PIC X(1).
       01  WS-MISSING-COUNT        PIC 9(3) VALUE 0.
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

       GET-MAP-KEY.
           DISPLAY 'Enter Transaction Type (CR/DB/AD/TD/TC/RI/CS/'
              'CT/SK/SG): '
           ACCEPT GLM-TRAN-TYPE
           DISPLAY 'Enter Side (D/C): '
           ACCEPT GLM-DR-CR.
              STOP RUN
           END-IF
           MOVE 1 TO WS-LEG-SUB
           PERFORM VERIFY-NEXT-LEG UNTIL WS-LEG-SUB > WS-LEG-COUNT
           CLOSE GL-MAP-FILE
           DISPLAY 'Mappings Checked: ' WS-CHECKED-COUNT
           DISPLAY 'Mappings Missing: ' WS-MISSING-COUNT
