       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * SALES QUOTA MAINTENANCE                                       *
      * Add / change / delete / browse for the monthly sales targets  *
      * on QUOTAFIL, set per salesperson (employee ID, validated      *
      * against the EMPLOYEE table through EMPLOOK) or per sales      *
      * region. QUOTARPT reports attainment against them. Every       *
      * change is behind an operator sign-on and leaves a             *
      * before/after RATAUDIT image, as GLMAINT does for the account  *
      * map.                                                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO 'QUOTAFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QT-KEY
           FILE STATUS IS WS-QUOTA-STATUS.

           SELECT RATE-AUDIT-LOG ASSIGN TO 'RATAUDIT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE.
           COPY QUOTAREC.

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-TIMESTAMP       PIC X(20).
           05 RAUD-TABLE           PIC X(8).
           05 RAUD-OPERATION       PIC X(10).
           05 RAUD-OPERATOR        PIC X(8).
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QUOTA-STATUS         PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SAVED-QUOTA-IMAGE    PIC X(80).
       01  WS-KEY-VALID            PIC X VALUE 'N'.
       01  WS-INPUT-TARGET         PIC 9(10)V99.
       01  WS-PERIOD-CHECK.
           05 WS-PERIOD-YEAR       PIC X(4).
           05 WS-PERIOD-MONTH      PIC X(2).
       01  WS-EDIT-TARGET          PIC $$,$$$,$$$,$$9.99.

           COPY OPSIGNPM.
           COPY EMPLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Sales Quota Maintenance'
           DISPLAY 'Enter operation (ADD/CHANGE/DELETE/BROWSE): '
           ACCEPT WS-OPERATION
           PERFORM OPERATOR-SIGN-ON
           IF WS-SIGNON-OK = 'N'
              DISPLAY 'Sign-on required'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-QUOTA-FILE
           OPEN EXTEND RATE-AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           EVALUATE WS-OPERATION
              WHEN 'ADD'
                 PERFORM ADD-QUOTA-RECORD
              WHEN 'CHANGE'
                 PERFORM CHANGE-QUOTA-RECORD
              WHEN 'DELETE'
                 PERFORM DELETE-QUOTA-RECORD
              WHEN 'BROWSE'
                 PERFORM BROWSE-QUOTA-RECORDS
              WHEN OTHER
                 DISPLAY 'Invalid operation'
           END-EVALUATE
           CLOSE QUOTA-FILE
           CLOSE RATE-AUDIT-LOG
           DISPLAY 'Program terminated'
           STOP RUN.

       OPEN-QUOTA-FILE.
           OPEN I-O QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = '00'
              OPEN OUTPUT QUOTA-FILE
              CLOSE QUOTA-FILE
              OPEN I-O QUOTA-FILE
           END-IF
           IF WS-QUOTA-STATUS NOT = '00'
              DISPLAY 'Error opening sales quota file'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Sign-on goes through the shared OPERSIGN module, as it
      *    does for GLMAINT.
       OPERATOR-SIGN-ON.
           MOVE 'QUOTMNT ' TO SGN-PROGRAM
           CALL 'OPERSIGN' USING SIGNON-PARAMETERS
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

      *    Type, code and period make the key. A salesperson's quota
      *    is only accepted for an ID on the EMPLOYEE table; a region
      *    must be keyed exactly as orders carry it.
       GET-QUOTA-KEY.
           MOVE 'Y' TO WS-KEY-VALID
           DISPLAY 'Enter Quota Type (E=Employee R=Region): '
           ACCEPT QT-TYPE
           IF QT-EMPLOYEE
              DISPLAY 'Enter Employee ID: '
           ELSE
              DISPLAY 'Enter Sales Region: '
           END-IF
           MOVE SPACES TO QT-CODE
           ACCEPT QT-CODE
           DISPLAY 'Enter Period (CCYYMM): '
           ACCEPT QT-PERIOD
           MOVE QT-PERIOD TO WS-PERIOD-CHECK
           IF NOT QT-VALID-TYPE
              DISPLAY 'Quota type must be E or R'
              MOVE 'N' TO WS-KEY-VALID
           END-IF
           IF QT-CODE = SPACES
              DISPLAY 'Employee ID or region may not be blank'
              MOVE 'N' TO WS-KEY-VALID
           END-IF
           IF QT-PERIOD NOT NUMERIC OR
              WS-PERIOD-MONTH < '01' OR WS-PERIOD-MONTH > '12'
              DISPLAY 'Period must be CCYYMM'
              MOVE 'N' TO WS-KEY-VALID
           END-IF.

       CHECK-EMPLOYEE.
           IF QT-EMPLOYEE AND QT-CODE NOT = SPACES
              MOVE QT-CODE TO EML-EMP-ID
              MOVE SPACES TO EML-AS-OF-DATE
              CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
              IF EML-FOUND = 'Y'
                 DISPLAY 'Employee: ' EML-EMP-NAME
              ELSE
                 DISPLAY 'Employee not on EMPLOYEE table'
                 MOVE 'N' TO WS-KEY-VALID
              END-IF
           END-IF.

       GET-QUOTA-TARGET.
           DISPLAY 'Enter Target Amount: '
           ACCEPT WS-INPUT-TARGET
           IF WS-INPUT-TARGET NOT NUMERIC
              DISPLAY 'Target amount must be numeric'
              MOVE 'N' TO WS-KEY-VALID
           ELSE
              MOVE WS-INPUT-TARGET TO QT-TARGET
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE TO QT-CHANGED-DATE
              MOVE WS-OPERATOR-ID TO QT-CHANGED-BY
           END-IF.

       ADD-QUOTA-RECORD.
           PERFORM GET-QUOTA-KEY
           PERFORM CHECK-EMPLOYEE
           IF WS-KEY-VALID = 'Y'
              PERFORM GET-QUOTA-TARGET
           END-IF
           IF WS-KEY-VALID = 'Y'
              MOVE SPACES TO WS-SAVED-QUOTA-IMAGE
              WRITE QUOTA-RECORD
                 INVALID KEY
                    DISPLAY 'Quota already exists for this period'
                 NOT INVALID KEY
                    DISPLAY 'Quota added'
                    PERFORM WRITE-QUOTA-AUDIT
              END-WRITE
           END-IF.

       CHANGE-QUOTA-RECORD.
           PERFORM GET-QUOTA-KEY
           IF WS-KEY-VALID = 'Y'
              READ QUOTA-FILE
                 INVALID KEY
                    DISPLAY 'Quota not found'
                 NOT INVALID KEY
                    MOVE QUOTA-RECORD TO WS-SAVED-QUOTA-IMAGE
                    PERFORM DISPLAY-QUOTA-RECORD
                    PERFORM GET-QUOTA-TARGET
                    IF WS-KEY-VALID = 'Y'
                       REWRITE QUOTA-RECORD
                       IF WS-QUOTA-STATUS = '00'
                          DISPLAY 'Quota changed'
                          PERFORM WRITE-QUOTA-AUDIT
                       ELSE
                          DISPLAY 'Error rewriting quota'
                       END-IF
                    END-IF
              END-READ
           END-IF.

       DELETE-QUOTA-RECORD.
           PERFORM GET-QUOTA-KEY
           IF WS-KEY-VALID = 'Y'
              READ QUOTA-FILE
                 INVALID KEY
                    DISPLAY 'Quota not found'
                 NOT INVALID KEY
                    MOVE QUOTA-RECORD TO WS-SAVED-QUOTA-IMAGE
                    DELETE QUOTA-FILE RECORD
                    IF WS-QUOTA-STATUS = '00'
                       DISPLAY 'Quota deleted'
                       MOVE SPACES TO QUOTA-RECORD
                       PERFORM WRITE-QUOTA-AUDIT
                    ELSE
                       DISPLAY 'Error deleting quota'
                    END-IF
              END-READ
           END-IF.

       BROWSE-QUOTA-RECORDS.
           MOVE LOW-VALUES TO QT-KEY
           START QUOTA-FILE KEY IS NOT LESS THAN QT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-QUOTA UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Quotas on file: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-QUOTA.
           READ QUOTA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 ADD 1 TO WS-BROWSE-COUNT
                 PERFORM DISPLAY-QUOTA-RECORD
           END-READ.

       DISPLAY-QUOTA-RECORD.
           MOVE QT-TARGET TO WS-EDIT-TARGET
           DISPLAY 'Type: ' QT-TYPE
              ' Code: ' QT-CODE
              ' Period: ' QT-PERIOD
              ' Target: ' WS-EDIT-TARGET
              ' Set By: ' QT-CHANGED-BY.

       WRITE-QUOTA-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
           MOVE 'QUOTAFIL' TO RAUD-TABLE
           MOVE WS-OPERATION TO RAUD-OPERATION
           MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
           MOVE WS-SAVED-QUOTA-IMAGE TO RAUD-OLD-IMAGE
           MOVE QUOTA-RECORD TO RAUD-NEW-IMAGE
           WRITE RATE-AUDIT-RECORD.
