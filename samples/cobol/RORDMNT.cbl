       IDENTIFICATION DIVISION.
       PROGRAM-ID. RORDMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * RECURRING PRODUCT ORDER MAINTENANCE                           *
      * Adds, changes, re-keys the lines of, cancels and browses the  *
      * recurring order schedules on RORDFILE that RORDGEN turns into *
      * ORDPROC BATCH submissions each night: trade customer, region, *
      * salesperson employee ID (validated against the EMPLOYEE table *
      * through EMPLOOK), up to 20 product lines and quantities,      *
      * frequency (WK/MN/QT) and next and final run dates. Every      *
      * change is behind an operator sign-on and leaves a             *
      * before/after RATAUDIT image of the schedule header, as        *
      * QUOTMNT does for the sales quotas.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-ORDER-FILE ASSIGN TO 'RORDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RO-ID
           FILE STATUS IS WS-RORD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-ORDER-FILE.
           COPY RORDREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PROD-CODE            PIC X(10).
           05 PROD-DESCRIPTION     PIC X(30).
           05 PROD-STD-UNIT-PRICE  PIC 9(8)V99.
           05 PROD-ON-HAND-QTY     PIC 9(7).
           05 PROD-ALLOCATED-QTY   PIC 9(7).
           05 PROD-REORDER-POINT   PIC 9(7).
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RORD-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-KEY-RO-ID            PIC 9(10).
       01  WS-LINE-SUB             PIC 9(2).
       01  WS-INPUT-LINE-COUNT     PIC 9(2).
       01  WS-SAVED-IMAGE          PIC X(80).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY                PIC X(10).

           COPY OPSIGNPM.
           COPY EMPLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Recurring Order Maintenance'
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O RECURRING-ORDER-FILE
           IF WS-RORD-STATUS NOT = '00'
              OPEN OUTPUT RECURRING-ORDER-FILE
              CLOSE RECURRING-ORDER-FILE
              OPEN I-O RECURRING-ORDER-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT PRODUCT-FILE
           IF WS-RORD-STATUS NOT = '00' OR
              WS-CUST-STATUS NOT = '00' OR
              WS-PROD-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           PERFORM SET-TODAY
           DISPLAY 'Enter operation (ADD/CHANGE/LINES/CANCEL/READ'
              '/BROWSE): '
           ACCEPT WS-OPERATION
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-RECURRING-ORDER
              WHEN 'CHANGE'
                 PERFORM CHANGE-RECURRING-ORDER
              WHEN 'LINES'
                 PERFORM REKEY-RECURRING-LINES
              WHEN 'CANCEL'
                 PERFORM CANCEL-RECURRING-ORDER
              WHEN 'READ'
                 PERFORM READ-RECURRING-ORDER
              WHEN 'BROWSE'
                 PERFORM BROWSE-RECURRING-ORDERS
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE RECURRING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PRODUCT-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

      *    Sign-on goes through the shared OPERSIGN module, as it
      *    does for CONTRMNT.
       OPERATOR-SIGN-ON.
           MOVE 'RORDMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

       SET-TODAY.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE '-' TO WS-TODAY(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE '-' TO WS-TODAY(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-TODAY(9:2).

       ADD-RECURRING-ORDER.
           DISPLAY 'Enter Recurring Order ID: '
           ACCEPT WS-KEY-RO-ID
           MOVE WS-KEY-RO-ID TO RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 INITIALIZE RECURRING-ORDER-RECORD
                 MOVE WS-KEY-RO-ID TO RO-ID
                 PERFORM BUILD-NEW-SCHEDULE
              NOT INVALID KEY
                 DISPLAY 'Recurring order already exists'
           END-READ.

       BUILD-NEW-SCHEDULE.
           PERFORM GET-SCHEDULE-DETAILS
           IF WS-ERROR-FLAG = 'N'
              PERFORM GET-SCHEDULE-LINES
           END-IF
           IF WS-ERROR-FLAG = 'N'
              MOVE 'A' TO RO-STATUS
              MOVE WS-OPERATOR-ID TO RO-CHANGED-BY
              MOVE WS-TODAY TO RO-CHANGED-DATE
              MOVE SPACES TO WS-SAVED-IMAGE
              WRITE RECURRING-ORDER-RECORD
                 INVALID KEY
                    DISPLAY 'Recurring order already exists'
                 NOT INVALID KEY
                    DISPLAY 'Recurring order added'
                    PERFORM WRITE-RECURRING-AUDIT
              END-WRITE
           END-IF.

      *    The salesperson is held as an employee ID and proven
      *    against the EMPLOYEE table; the proper name rides the
      *    generated order header. ORDPROC proves the ID again on
      *    each order date, so a leaver's schedules reject rather
      *    than book commission to them.
       GET-SCHEDULE-DETAILS.
           MOVE 'N' TO WS-ERROR-FLAG
           DISPLAY 'Enter Customer ID: '
           ACCEPT RO-CUST-ID
           MOVE RO-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Customer not found'
                 MOVE 'Y' TO WS-ERROR-FLAG
              NOT INVALID KEY
                 CONTINUE
           END-READ
           DISPLAY 'Enter Region: '
           ACCEPT RO-REGION
           DISPLAY 'Enter Salesperson Employee ID: '
           ACCEPT RO-EMP-ID
           MOVE RO-EMP-ID TO EML-EMP-ID
           MOVE SPACES TO EML-AS-OF-DATE
           CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
           IF EML-FOUND = 'Y' AND EML-EMPLOYED = 'Y'
              MOVE EML-EMP-NAME TO RO-SALESPERSON
              DISPLAY 'Salesperson: ' RO-SALESPERSON
           ELSE
              DISPLAY 'Employee ID not on EMPLOYEE table or not '
                 'employed'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           DISPLAY 'Enter Frequency (WK/MN/QT): '
           ACCEPT RO-FREQUENCY
           IF NOT RO-FREQ-VALID
              DISPLAY 'Invalid frequency'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           DISPLAY 'Enter Next Run Date (CCYY-MM-DD): '
           ACCEPT RO-NEXT-RUN-DATE
           IF RO-NEXT-RUN-DATE = SPACES OR
              RO-NEXT-RUN-DATE < WS-TODAY
              DISPLAY 'Next run date may not be before today'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           DISPLAY 'Enter Final Run Date (CCYY-MM-DD, blank none): '
           ACCEPT RO-FINAL-RUN-DATE
           IF RO-FINAL-RUN-DATE NOT = SPACES AND
              RO-FINAL-RUN-DATE < RO-NEXT-RUN-DATE
              DISPLAY 'Final run date precedes next run date'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.

       GET-SCHEDULE-LINES.
           DISPLAY 'Enter Number of Product Lines (1-20): '
           ACCEPT WS-INPUT-LINE-COUNT
           IF WS-INPUT-LINE-COUNT NOT NUMERIC OR
              WS-INPUT-LINE-COUNT = 0 OR WS-INPUT-LINE-COUNT > 20
              DISPLAY 'Line count must be 1 to 20'
              MOVE 'Y' TO WS-ERROR-FLAG
           ELSE
              MOVE WS-INPUT-LINE-COUNT TO RO-LINE-COUNT
              MOVE 1 TO WS-LINE-SUB
              PERFORM GET-SCHEDULE-LINE
                 UNTIL WS-LINE-SUB > RO-LINE-COUNT
           END-IF.

      *    A discontinued product cannot go on a schedule; one
      *    discontinued later is refused by ORDPROC and reported
      *    back against the schedule by RORDREJ.
       GET-SCHEDULE-LINE.
           DISPLAY 'Line ' WS-LINE-SUB ' Product Code: '
           ACCEPT RO-PROD-CODE(WS-LINE-SUB)
           MOVE RO-PROD-CODE(WS-LINE-SUB) TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Product not found'
                 MOVE 'Y' TO WS-ERROR-FLAG
              NOT INVALID KEY
                 IF PROD-STATUS = 'D'
                    DISPLAY 'Product is discontinued'
                    MOVE 'Y' TO WS-ERROR-FLAG
                 END-IF
           END-READ
           DISPLAY 'Line ' WS-LINE-SUB ' Quantity: '
           ACCEPT RO-QUANTITY(WS-LINE-SUB)
           IF RO-QUANTITY(WS-LINE-SUB) NOT NUMERIC OR
              RO-QUANTITY(WS-LINE-SUB) = 0
              DISPLAY 'Quantity must be greater than zero'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           ADD 1 TO WS-LINE-SUB.

      *    A change re-keys the header and makes the schedule active
      *    again; the lines stand unless re-keyed with LINES.
       CHANGE-RECURRING-ORDER.
           DISPLAY 'Enter Recurring Order ID: '
           ACCEPT RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 DISPLAY 'Recurring order not found'
              NOT INVALID KEY
                 MOVE RECURRING-ORDER-RECORD TO WS-SAVED-IMAGE
                 PERFORM DISPLAY-RECURRING-ORDER
                 PERFORM GET-SCHEDULE-DETAILS
                 IF WS-ERROR-FLAG = 'N'
                    MOVE 'A' TO RO-STATUS
                    PERFORM REWRITE-RECURRING-ORDER
                 END-IF
           END-READ.

       REKEY-RECURRING-LINES.
           DISPLAY 'Enter Recurring Order ID: '
           ACCEPT RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 DISPLAY 'Recurring order not found'
              NOT INVALID KEY
                 MOVE RECURRING-ORDER-RECORD TO WS-SAVED-IMAGE
                 PERFORM DISPLAY-RECURRING-ORDER
                 MOVE 'N' TO WS-ERROR-FLAG
                 PERFORM GET-SCHEDULE-LINES
                 IF WS-ERROR-FLAG = 'N'
                    PERFORM REWRITE-RECURRING-ORDER
                 END-IF
           END-READ.

       CANCEL-RECURRING-ORDER.
           DISPLAY 'Enter Recurring Order ID: '
           ACCEPT RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 DISPLAY 'Recurring order not found'
              NOT INVALID KEY
                 MOVE RECURRING-ORDER-RECORD TO WS-SAVED-IMAGE
                 MOVE 'C' TO RO-STATUS
                 PERFORM REWRITE-RECURRING-ORDER
           END-READ.

       REWRITE-RECURRING-ORDER.
           MOVE WS-OPERATOR-ID TO RO-CHANGED-BY
           MOVE WS-TODAY TO RO-CHANGED-DATE
           REWRITE RECURRING-ORDER-RECORD
           IF WS-RORD-STATUS = '00'
              DISPLAY 'Recurring order updated'
              PERFORM WRITE-RECURRING-AUDIT
           ELSE
              DISPLAY 'Error rewriting recurring order'
           END-IF.

       READ-RECURRING-ORDER.
           DISPLAY 'Enter Recurring Order ID: '
           ACCEPT RO-ID
           READ RECURRING-ORDER-FILE
              INVALID KEY
                 DISPLAY 'Recurring order not found'
              NOT INVALID KEY
                 PERFORM DISPLAY-RECURRING-ORDER
                 MOVE 1 TO WS-LINE-SUB
                 PERFORM DISPLAY-SCHEDULE-LINE
                    UNTIL WS-LINE-SUB > RO-LINE-COUNT
           END-READ.

       BROWSE-RECURRING-ORDERS.
           MOVE 0 TO RO-ID
           START RECURRING-ORDER-FILE KEY IS NOT LESS THAN RO-ID
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-ORDER UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Recurring orders on file: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-ORDER.
           READ RECURRING-ORDER-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 PERFORM DISPLAY-RECURRING-ORDER
                 ADD 1 TO WS-BROWSE-COUNT
           END-READ.

       DISPLAY-RECURRING-ORDER.
           DISPLAY 'Schedule: ' RO-ID
              ' Customer: ' RO-CUST-ID
              ' Status: ' RO-STATUS
              ' Freq: ' RO-FREQUENCY
              ' Next: ' RO-NEXT-RUN-DATE
              ' Final: ' RO-FINAL-RUN-DATE
           DISPLAY '  Region: ' RO-REGION
              ' Salesperson: ' RO-EMP-ID
              ' Lines: ' RO-LINE-COUNT
              ' Generated: ' RO-GENERATED-COUNT
              ' Last Order: ' RO-LAST-ORDER-ID
           IF RO-REJECT-COUNT > 0
              DISPLAY '  Rejects: ' RO-REJECT-COUNT
                 ' Last: ' RO-LAST-REJECT-DATE
                 ' Order: ' RO-LAST-REJECT-ORDER
              DISPLAY '  Reason: ' RO-LAST-REJECT-REASON
           END-IF.

       DISPLAY-SCHEDULE-LINE.
           DISPLAY '  Line ' WS-LINE-SUB
              ' Product: ' RO-PROD-CODE(WS-LINE-SUB)
              ' Quantity: ' RO-QUANTITY(WS-LINE-SUB)
           ADD 1 TO WS-LINE-SUB.

       WRITE-RECURRING-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'RORDFILE' TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
           MOVE WS-SAVED-IMAGE TO RAUD-OLD-IMAGE
           MOVE RECURRING-ORDER-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.
