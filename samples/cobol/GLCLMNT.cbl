       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * GL ACCOUNT CLASSIFICATION MAINTENANCE                         *
      * Add / change / delete / browse for the GL account             *
      * classification file GLCLASS, which says whether each GLBAL    *
      * account is an asset, liability, equity, income or expense     *
      * account and where it sits on the balance sheet or income      *
      * statement. GLCLOSE reads it at year end to decide which       *
      * balances roll into retained earnings; GLSTMT builds the       *
      * financial statements from it. Every change is behind          *
      * an operator sign-on and leaves a before/after RATAUDIT image, *
      * exactly as GLMAINT does for the account map.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CLASS-FILE ASSIGN TO 'GLCLASS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLC-ACCOUNT
           FILE STATUS IS WS-GLCLS-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CLASS-FILE.
           COPY GLCLSREC.

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-GLCLS-STATUS         PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-CLASS-IMAGE    PIC X(80).
       01  WS-INPUT-TYPE           PIC X(1).
       01  WS-INPUT-STATEMENT      PIC X(1).
       01  WS-INPUT-SECTION-SEQ    PIC X(2).
       01  WS-INPUT-SECTION        PIC X(24).
       01  WS-INPUT-LINE-SEQ       PIC X(3).
       01  WS-INPUT-LINE           PIC X(30).
       01  WS-INPUT-SIGN           PIC X(1).
       01  WS-INPUT-VALID          PIC X VALUE 'N'.

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting GL Account Classification Maintenance'
           DISPLAY 'Enter operation (ADD/CHANGE/DELETE/BROWSE): '
           ACCEPT WS-OPERATION
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-CLASS-FILE
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-CLASS-RECORD
              WHEN 'CHANGE'
                 PERFORM CHANGE-CLASS-RECORD
              WHEN 'DELETE'
                 PERFORM DELETE-CLASS-RECORD
              WHEN 'BROWSE'
                 PERFORM BROWSE-CLASS-RECORDS
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE GL-CLASS-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

       OPEN-CLASS-FILE.
           OPEN I-O GL-CLASS-FILE
           IF WS-GLCLS-STATUS NOT = '00'
              OPEN OUTPUT GL-CLASS-FILE
              CLOSE GL-CLASS-FILE
              OPEN I-O GL-CLASS-FILE
           END-IF
           IF WS-GLCLS-STATUS NOT = '00'
              DISPLAY 'Error opening GL classification file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, as it
      *    does for GLMAINT.
       OPERATOR-SIGN-ON.
           MOVE 'GLCLMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

      *    Assets, liabilities and equity belong on the balance
      *    sheet and income and expense on the income statement, so
      *    the statement must agree with the type.
       GET-CLASS-DETAILS.
           MOVE 'Y' TO WS-INPUT-VALID
           DISPLAY 'Enter Account Type (A=Asset L=Liability '
              'Q=Equity I=Income E=Expense): '
           ACCEPT WS-INPUT-TYPE
           DISPLAY 'Enter Statement (B=Balance Sheet '
              'I=Income Statement): '
           ACCEPT WS-INPUT-STATEMENT
           DISPLAY 'Enter Section Sequence (01-99): '
           ACCEPT WS-INPUT-SECTION-SEQ
           DISPLAY 'Enter Section Heading: '
           ACCEPT WS-INPUT-SECTION
           DISPLAY 'Enter Line Sequence (001-999): '
           ACCEPT WS-INPUT-LINE-SEQ
           DISPLAY 'Enter Line Description: '
           ACCEPT WS-INPUT-LINE
           DISPLAY 'Enter Sign (+ shown as carried, - reversed): '
           ACCEPT WS-INPUT-SIGN
           MOVE WS-INPUT-TYPE TO GLC-ACCT-TYPE
           MOVE WS-INPUT-STATEMENT TO GLC-STATEMENT
           MOVE WS-INPUT-SIGN TO GLC-SIGN
           IF NOT GLC-VALID-TYPE
              DISPLAY 'Account type must be A, L, Q, I or E'
              MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF (GLC-BALANCE-SHEET AND (GLC-INCOME OR GLC-EXPENSE))
              OR (GLC-INCOME-STATEMENT AND
                  (GLC-ASSET OR GLC-LIABILITY OR GLC-EQUITY))
              OR NOT (GLC-BALANCE-SHEET OR GLC-INCOME-STATEMENT)
              DISPLAY 'Statement must be B for types A/L/Q and I '
                 'for types I/E'
              MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF WS-INPUT-SECTION-SEQ NOT NUMERIC OR
              WS-INPUT-LINE-SEQ NOT NUMERIC
              DISPLAY 'Sequence numbers must be numeric'
              MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF WS-INPUT-SECTION = SPACES OR WS-INPUT-LINE = SPACES
              DISPLAY 'Section and line may not be blank'
              MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF NOT GLC-VALID-SIGN
              DISPLAY 'Sign must be + or -'
              MOVE 'N' TO WS-INPUT-VALID
           END-IF
           IF WS-INPUT-VALID = 'Y'
              MOVE WS-INPUT-SECTION-SEQ TO GLC-SECTION-SEQ
              MOVE WS-INPUT-SECTION TO GLC-SECTION
              MOVE WS-INPUT-LINE-SEQ TO GLC-LINE-SEQ
              MOVE WS-INPUT-LINE TO GLC-LINE
           END-IF.

       ADD-CLASS-RECORD.
           DISPLAY 'Enter GL Account: '
           ACCEPT GLC-ACCOUNT
           IF GLC-ACCOUNT = SPACES
              DISPLAY 'GL account may not be blank'
           ELSE
              PERFORM GET-CLASS-DETAILS
              IF WS-INPUT-VALID = 'Y'
                 MOVE SPACES TO WS-SAVED-CLASS-IMAGE
                 WRITE GL-CLASS-RECORD
                    INVALID KEY
                       DISPLAY 'Classification already exists for '
                          'this account'
                    NOT INVALID KEY
                       DISPLAY 'Classification added'
                       PERFORM WRITE-CLASS-AUDIT
                 END-WRITE
              END-IF
           END-IF.

       CHANGE-CLASS-RECORD.
           DISPLAY 'Enter GL Account: '
           ACCEPT GLC-ACCOUNT
           READ GL-CLASS-FILE
              INVALID KEY
                 DISPLAY 'Classification not found'
              NOT INVALID KEY
                 MOVE GL-CLASS-RECORD TO WS-SAVED-CLASS-IMAGE
                 PERFORM DISPLAY-CLASS-RECORD
                 PERFORM GET-CLASS-DETAILS
                 IF WS-INPUT-VALID = 'Y'
                    REWRITE GL-CLASS-RECORD
                    IF WS-GLCLS-STATUS = '00'
                       DISPLAY 'Classification changed'
                       PERFORM WRITE-CLASS-AUDIT
                    ELSE
                       DISPLAY 'Error rewriting classification'
                    END-IF
                 END-IF
           END-READ.

       DELETE-CLASS-RECORD.
           DISPLAY 'Enter GL Account: '
           ACCEPT GLC-ACCOUNT
           READ GL-CLASS-FILE
              INVALID KEY
                 DISPLAY 'Classification not found'
              NOT INVALID KEY
                 MOVE GL-CLASS-RECORD TO WS-SAVED-CLASS-IMAGE
                 DELETE GL-CLASS-FILE RECORD
                 IF WS-GLCLS-STATUS = '00'
                    DISPLAY 'Classification deleted'
                    MOVE SPACES TO GL-CLASS-RECORD
                    PERFORM WRITE-CLASS-AUDIT
                 ELSE
                    DISPLAY 'Error deleting classification'
                 END-IF
           END-READ.

       BROWSE-CLASS-RECORDS.
           MOVE LOW-VALUES TO GLC-ACCOUNT
           START GL-CLASS-FILE KEY IS NOT LESS THAN GLC-ACCOUNT
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-CLASS UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Classifications on file: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-CLASS.
           READ GL-CLASS-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 PERFORM DISPLAY-CLASS-RECORD
           END-READ.

       DISPLAY-CLASS-RECORD.
           DISPLAY 'Account: ' GLC-ACCOUNT
              ' Type: ' GLC-ACCT-TYPE
              ' Stmt: ' GLC-STATEMENT
              ' Sign: ' GLC-SIGN
           DISPLAY '   Section ' GLC-SECTION-SEQ ' ' GLC-SECTION
              ' Line ' GLC-LINE-SEQ ' ' GLC-LINE.

       WRITE-CLASS-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'GLCLASS' TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
           MOVE WS-SAVED-CLASS-IMAGE TO RAUD-OLD-IMAGE
           MOVE GL-CLASS-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.
