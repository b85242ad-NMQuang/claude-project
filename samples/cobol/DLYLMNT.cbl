       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLYLMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * DAILY DEBIT LIMIT MAINTENANCE                                 *
      * Maintains DLYLIMIT, the daily cap on total debits and         *
      * transfers out that BATCHJOB and SUSPPROC test each posting    *
      * against. SET gives one customer its own limit, or (limit      *
      * zero) just places the customer in a limit class; CLASS sets   *
      * the default limit for a class in one currency; REMOVE takes   *
      * either record off. Customers with no record of their own      *
      * fall in the standard class ST, and a class with no default    *
      * for the account currency means no daily limit applies.        *
      * Every change needs a supervisor sign-on and writes the        *
      * before/after AUDITLOG image of the limit record.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-LIMIT-FILE ASSIGN TO 'DLYLIMIT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DL-KEY
           FILE STATUS IS WS-DLIM-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT AUDIT-LOG ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-LIMIT-FILE.
           COPY DLYLMREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  AUDIT-LOG.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC X(20).
           05 AUD-OPERATION        PIC X(10).
           05 AUD-OPERATOR         PIC X(8).
           05 AUD-OLD-IMAGE        PIC X(418).
           05 AUD-NEW-IMAGE        PIC X(418).


       WORKING-STORAGE SECTION.
       01  WS-DLIM-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-AUDIT-OPERATION      PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-KEY-VALID            PIC X VALUE 'N'.
       01  WS-LIMIT-ON-FILE        PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-LIMIT-COUNT          PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-EDIT-LIMIT           PIC $$,$$$,$$$,$$9.99.
       01  WS-INPUT-CUST-ID        PIC 9(10).
       01  WS-INPUT-CLASS          PIC X(2).
       01  WS-INPUT-CURRENCY       PIC X(3).
       01  WS-INPUT-LIMIT          PIC 9(10)V99.
       01  WS-OLD-LIMIT-RECORD     PIC X(43).

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-LIMITS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY 'Starting Daily Debit Limit Maintenance'
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY-FMT(9:2)
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Supervisor sign-on required'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN I-O DAILY-LIMIT-FILE
           IF WS-DLIM-STATUS NOT = '00'
              OPEN OUTPUT DAILY-LIMIT-FILE
              CLOSE DAILY-LIMIT-FILE
              OPEN I-O DAILY-LIMIT-FILE
           END-IF
           IF WS-DLIM-STATUS NOT = '00'
              DISPLAY 'Error opening daily limit file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening customer file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT AUDIT-LOG
           END-IF.

       SUPERVISOR-SIGN-ON.
           MOVE 'DLYLMNT' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE 'N' TO WS-SIGNON-OK
           IF SGN-OK = 'Y'
              IF SGN-AUTHORITY = 'S'
                 MOVE 'Y' TO WS-SIGNON-OK
                 MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
              ELSE
                 DISPLAY 'Supervisor authority required'
              END-IF
           END-IF.

       PROCESS-LIMITS.
           IF WS-ERROR-FLAG = 'N'
              DISPLAY 'Enter operation (SET/CLASS/REMOVE/READ/'
                 'BROWSE): '
              ACCEPT WS-OPERATION
              EVALUATE WS-OPERATION
                 WHEN 'SET'
                    PERFORM SET-CUSTOMER-LIMIT
                 WHEN 'CLASS'
                    PERFORM SET-CLASS-LIMIT
                 WHEN 'REMOVE'
                    PERFORM REMOVE-LIMIT
                 WHEN 'READ'
                    PERFORM READ-LIMIT
                 WHEN 'BROWSE'
                    PERFORM BROWSE-LIMITS
                 WHEN OTHER
                    DISPLAY 'Invalid operation'
              END-EVALUATE
           END-IF.

      *    A customer record carries either its own limit or, with
      *    the limit left at zero, just the class whose default the
      *    customer takes.
       SET-CUSTOMER-LIMIT.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-INPUT-CUST-ID
           MOVE WS-INPUT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Customer not found'
              NOT INVALID KEY
                 PERFORM GET-CUSTOMER-LIMIT-DATA
           END-READ.

       GET-CUSTOMER-LIMIT-DATA.
           DISPLAY 'Enter Daily Limit (0 = use class default): '
           ACCEPT WS-INPUT-LIMIT
           DISPLAY 'Enter Limit Class (blank = ST): '
           ACCEPT WS-INPUT-CLASS
           IF WS-INPUT-CLASS = SPACES
              MOVE 'ST' TO WS-INPUT-CLASS
           END-IF
           MOVE 'C' TO DL-REC-TYPE
           MOVE WS-INPUT-CUST-ID TO DL-KEY-CUST-ID
           PERFORM READ-LIMIT-FOR-UPDATE
           MOVE 'C' TO DL-REC-TYPE
           MOVE WS-INPUT-CUST-ID TO DL-KEY-CUST-ID
           MOVE WS-INPUT-CLASS TO DL-CLASS
           MOVE WS-INPUT-LIMIT TO DL-DAILY-LIMIT
           PERFORM SAVE-LIMIT-RECORD.

       SET-CLASS-LIMIT.
           PERFORM GET-CLASS-KEY
           IF WS-KEY-VALID = 'Y'
              DISPLAY 'Enter Daily Limit: '
              ACCEPT WS-INPUT-LIMIT
              IF WS-INPUT-LIMIT = 0
                 DISPLAY 'Class limit must be greater than zero - '
                    'REMOVE the class for no limit'
              ELSE
                 PERFORM READ-LIMIT-FOR-UPDATE
                 PERFORM BUILD-CLASS-KEY
                 MOVE WS-INPUT-CLASS TO DL-CLASS
                 MOVE WS-INPUT-LIMIT TO DL-DAILY-LIMIT
                 PERFORM SAVE-LIMIT-RECORD
              END-IF
           END-IF.

       GET-CLASS-KEY.
           DISPLAY 'Enter Limit Class: '
           ACCEPT WS-INPUT-CLASS
           DISPLAY 'Enter Currency Code: '
           ACCEPT WS-INPUT-CURRENCY
           IF WS-INPUT-CLASS = SPACES OR WS-INPUT-CURRENCY = SPACES
              DISPLAY 'Class and currency are both required'
              MOVE 'N' TO WS-KEY-VALID
           ELSE
              MOVE 'Y' TO WS-KEY-VALID
              PERFORM BUILD-CLASS-KEY
           END-IF.

       BUILD-CLASS-KEY.
           MOVE 'K' TO DL-REC-TYPE
           MOVE SPACES TO DL-KEY-ID
           MOVE WS-INPUT-CLASS TO DL-KEY-CLASS
           MOVE WS-INPUT-CURRENCY TO DL-KEY-CURRENCY.

       READ-LIMIT-FOR-UPDATE.
           MOVE SPACES TO WS-OLD-LIMIT-RECORD
           READ DAILY-LIMIT-FILE
              INVALID KEY
                 MOVE 'N' TO WS-LIMIT-ON-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-LIMIT-ON-FILE
                 MOVE DAILY-LIMIT-RECORD TO WS-OLD-LIMIT-RECORD
           END-READ.

       SAVE-LIMIT-RECORD.
           MOVE WS-TODAY-FMT TO DL-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO DL-OPERATOR
           MOVE 'DLYLMSET' TO WS-AUDIT-OPERATION
           IF WS-LIMIT-ON-FILE = 'Y'
              REWRITE DAILY-LIMIT-RECORD
           ELSE
              WRITE DAILY-LIMIT-RECORD
           END-IF
           IF WS-DLIM-STATUS = '00'
              DISPLAY 'Daily limit saved'
              PERFORM DISPLAY-LIMIT
              PERFORM WRITE-LIMIT-AUDIT
           ELSE
              DISPLAY 'Error writing daily limit: ' WS-DLIM-STATUS
           END-IF.

       REMOVE-LIMIT.
           DISPLAY 'Enter record type (C customer/K class): '
           ACCEPT DL-REC-TYPE
           MOVE 'N' TO WS-KEY-VALID
           IF DL-CUSTOMER-LIMIT
              DISPLAY 'Enter Customer ID: '
              ACCEPT WS-INPUT-CUST-ID
              MOVE WS-INPUT-CUST-ID TO DL-KEY-CUST-ID
              MOVE 'Y' TO WS-KEY-VALID
           ELSE
              IF DL-CLASS-LIMIT
                 PERFORM GET-CLASS-KEY
              ELSE
                 DISPLAY 'Invalid record type'
              END-IF
           END-IF
           IF WS-KEY-VALID = 'Y'
              PERFORM READ-LIMIT-FOR-UPDATE
              IF WS-LIMIT-ON-FILE = 'N'
                 DISPLAY 'No daily limit on file'
              ELSE
                 DELETE DAILY-LIMIT-FILE RECORD
                 IF WS-DLIM-STATUS = '00'
                    DISPLAY 'Daily limit removed'
                    MOVE 'DLYLMREM' TO WS-AUDIT-OPERATION
                    PERFORM WRITE-LIMIT-AUDIT
                 ELSE
                    DISPLAY 'Error removing daily limit: '
                       WS-DLIM-STATUS
                 END-IF
              END-IF
           END-IF.

       READ-LIMIT.
           DISPLAY 'Enter record type (C customer/K class): '
           ACCEPT DL-REC-TYPE
           IF DL-CUSTOMER-LIMIT
              DISPLAY 'Enter Customer ID: '
              ACCEPT WS-INPUT-CUST-ID
              MOVE WS-INPUT-CUST-ID TO DL-KEY-CUST-ID
              MOVE 'Y' TO WS-KEY-VALID
           ELSE
              PERFORM GET-CLASS-KEY
           END-IF
           IF WS-KEY-VALID = 'Y'
              READ DAILY-LIMIT-FILE
                 INVALID KEY
                    DISPLAY 'No daily limit on file'
                 NOT INVALID KEY
                    PERFORM DISPLAY-LIMIT
              END-READ
           END-IF.

       BROWSE-LIMITS.
           MOVE LOW-VALUES TO DL-KEY
           START DAILY-LIMIT-FILE KEY IS NOT LESS THAN DL-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-LIMIT-COUNT
           PERFORM BROWSE-NEXT-LIMIT UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Daily limits on file: ' WS-LIMIT-COUNT.

       BROWSE-NEXT-LIMIT.
           READ DAILY-LIMIT-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 PERFORM DISPLAY-LIMIT
                 ADD 1 TO WS-LIMIT-COUNT
           END-READ.

       DISPLAY-LIMIT.
           MOVE DL-DAILY-LIMIT TO WS-EDIT-LIMIT
           IF DL-CUSTOMER-LIMIT
              DISPLAY 'Customer: ' DL-KEY-CUST-ID
                 ' Class: ' DL-CLASS
                 ' Limit: ' WS-EDIT-LIMIT
                 ' Set: ' DL-UPDATED-DATE
                 ' By: ' DL-OPERATOR
           ELSE
              DISPLAY 'Class: ' DL-KEY-CLASS
                 ' Currency: ' DL-KEY-CURRENCY
                 ' Limit: ' WS-EDIT-LIMIT
                 ' Set: ' DL-UPDATED-DATE
                 ' By: ' DL-OPERATOR
           END-IF.

      *    The audit image carries the limit record itself in the
      *    generic before/after layout - a change shows both, a new
      *    record only the after image and a removal only the before.
       WRITE-LIMIT-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO AUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO AUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO AUD-TIMESTAMP(9:8)
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-OLD-LIMIT-RECORD TO AUD-OLD-IMAGE
           MOVE SPACES TO AUD-NEW-IMAGE
           IF WS-AUDIT-OPERATION = 'DLYLMSET'
              MOVE DAILY-LIMIT-RECORD TO AUD-NEW-IMAGE
           END-IF
           WRITE AUDIT-RECORD.

       TERMINATE-PROGRAM.
           CLOSE DAILY-LIMIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'Program terminated'.
