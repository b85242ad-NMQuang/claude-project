       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGMNT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * CUSTOMER GROUP MAINTENANCE                                    *
      * Maintains CUSTGRP, the related-party groups whose combined    *
      * exposure BATCHJOB and SUSPPROC test against the group limit.  *
      * GROUP sets up a group or changes its name and limit; ADD puts *
      * a customer in a group and DROP takes one out; DELETE removes  *
      * a group once it has no members. A customer can be in one      *
      * group only. Every change needs a supervisor sign-on and       *
      * writes the before/after AUDITLOG image of the group record.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-GROUP-FILE ASSIGN TO 'CUSTGRP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CG-KEY
           FILE STATUS IS WS-CGRP-STATUS.

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
       FD  CUSTOMER-GROUP-FILE.
           COPY CUSTGREC.

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
       01  WS-CGRP-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-AUDIT-OPERATION      PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-GROUP-ON-FILE        PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-GROUP-COUNT          PIC 9(5) VALUE 0.
       01  WS-MEMBER-COUNT         PIC 9(5) VALUE 0.
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).
       01  WS-EDIT-LIMIT           PIC $$,$$$,$$$,$$9.99.
       01  WS-INPUT-GROUP-ID       PIC X(10).
       01  WS-INPUT-CUST-ID        PIC 9(10).
       01  WS-INPUT-NAME           PIC X(30).
       01  WS-INPUT-CURRENCY       PIC X(3).
       01  WS-INPUT-LIMIT          PIC 9(10)V99.
       01  WS-OLD-GROUP-RECORD     PIC X(94).

           COPY OPSIGNPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-GROUPS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY 'Starting Customer Group Maintenance'
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
           OPEN I-O CUSTOMER-GROUP-FILE
           IF WS-CGRP-STATUS NOT = '00'
              OPEN OUTPUT CUSTOMER-GROUP-FILE
              CLOSE CUSTOMER-GROUP-FILE
              OPEN I-O CUSTOMER-GROUP-FILE
           END-IF
           IF WS-CGRP-STATUS NOT = '00'
              DISPLAY 'Error opening customer group file'
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
           MOVE 'CUSTGMNT' TO SGN-PROGRAM
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

       PROCESS-GROUPS.
           IF WS-ERROR-FLAG = 'N'
              DISPLAY 'Enter operation (GROUP/ADD/DROP/DELETE/READ/'
                 'BROWSE): '
              ACCEPT WS-OPERATION
              EVALUATE WS-OPERATION
                 WHEN 'GROUP'
                    PERFORM SET-GROUP
                 WHEN 'ADD'
                    PERFORM ADD-MEMBER
                 WHEN 'DROP'
                    PERFORM DROP-MEMBER
                 WHEN 'DELETE'
                    PERFORM DELETE-GROUP
                 WHEN 'READ'
                    PERFORM READ-GROUP
                 WHEN 'BROWSE'
                    PERFORM BROWSE-GROUPS
                 WHEN OTHER
                    DISPLAY 'Invalid operation'
              END-EVALUATE
           END-IF.

      *    The limit currency is fixed when the group is set up; a
      *    change of limit is entered in the same currency.
       SET-GROUP.
           DISPLAY 'Enter Group ID: '
           ACCEPT WS-INPUT-GROUP-ID
           IF WS-INPUT-GROUP-ID = SPACES
              DISPLAY 'Group ID is required'
           ELSE
              PERFORM READ-GROUP-FOR-UPDATE
              PERFORM GET-GROUP-DATA
           END-IF.

       GET-GROUP-DATA.
           DISPLAY 'Enter Group Name (blank = unchanged): '
           ACCEPT WS-INPUT-NAME
           IF WS-GROUP-ON-FILE = 'Y'
              MOVE CG-LIMIT-CURRENCY TO WS-INPUT-CURRENCY
           ELSE
              DISPLAY 'Enter Limit Currency: '
              ACCEPT WS-INPUT-CURRENCY
           END-IF
           DISPLAY 'Enter Group Limit (' WS-INPUT-CURRENCY '): '
           ACCEPT WS-INPUT-LIMIT
           IF WS-INPUT-CURRENCY = SPACES
              DISPLAY 'Limit currency is required'
           ELSE
              IF WS-INPUT-NAME NOT = SPACES OR WS-GROUP-ON-FILE = 'N'
                 MOVE WS-INPUT-NAME TO CG-GROUP-NAME
              END-IF
              PERFORM BUILD-GROUP-KEY
              MOVE WS-INPUT-GROUP-ID TO CG-GROUP-ID
              MOVE WS-INPUT-LIMIT TO CG-GROUP-LIMIT
              MOVE WS-INPUT-CURRENCY TO CG-LIMIT-CURRENCY
              MOVE 'CUSTGSET' TO WS-AUDIT-OPERATION
              PERFORM SAVE-GROUP-RECORD
           END-IF.

       BUILD-GROUP-KEY.
           MOVE 'G' TO CG-REC-TYPE
           MOVE WS-INPUT-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID.

       READ-GROUP-FOR-UPDATE.
           PERFORM BUILD-GROUP-KEY
           MOVE SPACES TO WS-OLD-GROUP-RECORD
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 MOVE 'N' TO WS-GROUP-ON-FILE
                 MOVE SPACES TO CG-GROUP-NAME
              NOT INVALID KEY
                 MOVE 'Y' TO WS-GROUP-ON-FILE
                 MOVE CUSTOMER-GROUP-RECORD TO WS-OLD-GROUP-RECORD
           END-READ.

       SAVE-GROUP-RECORD.
           MOVE WS-TODAY-FMT TO CG-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO CG-OPERATOR
           IF WS-GROUP-ON-FILE = 'Y'
              REWRITE CUSTOMER-GROUP-RECORD
           ELSE
              WRITE CUSTOMER-GROUP-RECORD
           END-IF
           IF WS-CGRP-STATUS = '00'
              DISPLAY 'Customer group saved'
              PERFORM DISPLAY-GROUP
              PERFORM WRITE-GROUP-AUDIT
           ELSE
              DISPLAY 'Error writing customer group: ' WS-CGRP-STATUS
           END-IF.

      *    A member is held twice - under the group so the members
      *    are read together, and under the customer so posting can
      *    find the group from the account being debited.
       ADD-MEMBER.
           DISPLAY 'Enter Group ID: '
           ACCEPT WS-INPUT-GROUP-ID
           PERFORM READ-GROUP-FOR-UPDATE
           IF WS-GROUP-ON-FILE = 'N'
              DISPLAY 'Customer group not found'
           ELSE
              DISPLAY 'Enter Customer ID: '
              ACCEPT WS-INPUT-CUST-ID
              MOVE WS-INPUT-CUST-ID TO CUST-ID
              READ CUSTOMER-FILE
                 INVALID KEY
                    DISPLAY 'Customer not found'
                 NOT INVALID KEY
                    PERFORM WRITE-MEMBER-RECORDS
              END-READ
           END-IF.

       WRITE-MEMBER-RECORDS.
           MOVE 'C' TO CG-REC-TYPE
           MOVE WS-INPUT-CUST-ID TO CG-KEY-CUST-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 PERFORM WRITE-NEW-MEMBER
              NOT INVALID KEY
                 DISPLAY 'Customer already in group ' CG-GROUP-ID
           END-READ.

       WRITE-NEW-MEMBER.
           MOVE SPACES TO WS-OLD-GROUP-RECORD
           MOVE SPACES TO CUSTOMER-GROUP-RECORD
           MOVE 'M' TO CG-REC-TYPE
           MOVE WS-INPUT-GROUP-ID TO CG-KEY-ID
           MOVE WS-INPUT-CUST-ID TO CG-KEY-MEMBER-ID
           MOVE WS-INPUT-GROUP-ID TO CG-GROUP-ID
           MOVE CUST-NAME TO CG-GROUP-NAME
           MOVE 0 TO CG-GROUP-LIMIT
           MOVE CUST-CURRENCY-CODE TO CG-LIMIT-CURRENCY
           MOVE WS-TODAY-FMT TO CG-UPDATED-DATE
           MOVE WS-OPERATOR-ID TO CG-OPERATOR
           WRITE CUSTOMER-GROUP-RECORD
           IF WS-CGRP-STATUS = '00'
              MOVE 'C' TO CG-REC-TYPE
              MOVE WS-INPUT-CUST-ID TO CG-KEY-CUST-ID
              MOVE 0 TO CG-KEY-MEMBER-ID
              WRITE CUSTOMER-GROUP-RECORD
           END-IF
           IF WS-CGRP-STATUS = '00'
              DISPLAY 'Customer ' WS-INPUT-CUST-ID
                 ' added to group ' WS-INPUT-GROUP-ID
              MOVE 'M' TO CG-REC-TYPE
              MOVE WS-INPUT-GROUP-ID TO CG-KEY-ID
              MOVE WS-INPUT-CUST-ID TO CG-KEY-MEMBER-ID
              MOVE 'CUSTGADD' TO WS-AUDIT-OPERATION
              PERFORM WRITE-GROUP-AUDIT
           ELSE
              DISPLAY 'Error adding group member: ' WS-CGRP-STATUS
           END-IF.

       DROP-MEMBER.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-INPUT-CUST-ID
           MOVE 'C' TO CG-REC-TYPE
           MOVE WS-INPUT-CUST-ID TO CG-KEY-CUST-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 DISPLAY 'Customer is not in a group'
              NOT INVALID KEY
                 PERFORM DELETE-MEMBER-RECORDS
           END-READ.

       DELETE-MEMBER-RECORDS.
           MOVE CG-GROUP-ID TO WS-INPUT-GROUP-ID
           DELETE CUSTOMER-GROUP-FILE RECORD
           MOVE 'M' TO CG-REC-TYPE
           MOVE WS-INPUT-GROUP-ID TO CG-KEY-ID
           MOVE WS-INPUT-CUST-ID TO CG-KEY-MEMBER-ID
           MOVE SPACES TO WS-OLD-GROUP-RECORD
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUSTOMER-GROUP-RECORD TO WS-OLD-GROUP-RECORD
                 DELETE CUSTOMER-GROUP-FILE RECORD
           END-READ
           IF WS-CGRP-STATUS = '00'
              DISPLAY 'Customer ' WS-INPUT-CUST-ID
                 ' dropped from group ' WS-INPUT-GROUP-ID
              MOVE 'CUSTGDRP' TO WS-AUDIT-OPERATION
              PERFORM WRITE-GROUP-AUDIT
           ELSE
              DISPLAY 'Error dropping group member: ' WS-CGRP-STATUS
           END-IF.

      *    Members are dropped one at a time first, so each leaves its
      *    own audit entry.
       DELETE-GROUP.
           DISPLAY 'Enter Group ID: '
           ACCEPT WS-INPUT-GROUP-ID
           PERFORM READ-GROUP-FOR-UPDATE
           IF WS-GROUP-ON-FILE = 'N'
              DISPLAY 'Customer group not found'
           ELSE
              PERFORM COUNT-GROUP-MEMBERS
              IF WS-MEMBER-COUNT > 0
                 DISPLAY 'Group still has ' WS-MEMBER-COUNT
                    ' members - DROP them first'
              ELSE
                 PERFORM BUILD-GROUP-KEY
                 DELETE CUSTOMER-GROUP-FILE RECORD
                 IF WS-CGRP-STATUS = '00'
                    DISPLAY 'Customer group deleted'
                    MOVE 'CUSTGDEL' TO WS-AUDIT-OPERATION
                    PERFORM WRITE-GROUP-AUDIT
                 ELSE
                    DISPLAY 'Error deleting customer group: '
                       WS-CGRP-STATUS
                 END-IF
              END-IF
           END-IF.

       COUNT-GROUP-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM START-MEMBER-BROWSE
           PERFORM COUNT-NEXT-MEMBER UNTIL WS-BROWSE-EOF = 'Y'.

       START-MEMBER-BROWSE.
           MOVE 'M' TO CG-REC-TYPE
           MOVE WS-INPUT-GROUP-ID TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           START CUSTOMER-GROUP-FILE KEY IS NOT LESS THAN CG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START.

       COUNT-NEXT-MEMBER.
           PERFORM READ-NEXT-MEMBER
           IF WS-BROWSE-EOF = 'N'
              ADD 1 TO WS-MEMBER-COUNT
           END-IF.

       READ-NEXT-MEMBER.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF NOT CG-GROUP-MEMBER
                    OR CG-KEY-ID NOT = WS-INPUT-GROUP-ID
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
           END-READ.

       READ-GROUP.
           DISPLAY 'Enter Group ID: '
           ACCEPT WS-INPUT-GROUP-ID
           PERFORM BUILD-GROUP-KEY
           READ CUSTOMER-GROUP-FILE
              INVALID KEY
                 DISPLAY 'Customer group not found'
              NOT INVALID KEY
                 PERFORM DISPLAY-GROUP
                 PERFORM LIST-GROUP-MEMBERS
           END-READ.

       LIST-GROUP-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT
           PERFORM START-MEMBER-BROWSE
           PERFORM LIST-NEXT-MEMBER UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Members: ' WS-MEMBER-COUNT.

       LIST-NEXT-MEMBER.
           PERFORM READ-NEXT-MEMBER
           IF WS-BROWSE-EOF = 'N'
              ADD 1 TO WS-MEMBER-COUNT
              DISPLAY '  Customer: ' CG-KEY-MEMBER-ID
                 ' ' CG-GROUP-NAME
                 ' Added: ' CG-UPDATED-DATE
                 ' By: ' CG-OPERATOR
           END-IF.

       BROWSE-GROUPS.
           MOVE 'G' TO CG-REC-TYPE
           MOVE LOW-VALUES TO CG-KEY-ID
           MOVE 0 TO CG-KEY-MEMBER-ID
           START CUSTOMER-GROUP-FILE KEY IS NOT LESS THAN CG-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM BROWSE-NEXT-GROUP UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Customer groups on file: ' WS-GROUP-COUNT.

       BROWSE-NEXT-GROUP.
           READ CUSTOMER-GROUP-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 IF CG-GROUP-HEADER
                    PERFORM DISPLAY-GROUP
                    ADD 1 TO WS-GROUP-COUNT
                 ELSE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 END-IF
           END-READ.

       DISPLAY-GROUP.
           MOVE CG-GROUP-LIMIT TO WS-EDIT-LIMIT
           DISPLAY 'Group: ' CG-KEY-ID
              ' ' CG-GROUP-NAME
              ' Limit: ' WS-EDIT-LIMIT ' ' CG-LIMIT-CURRENCY
              ' Set: ' CG-UPDATED-DATE
              ' By: ' CG-OPERATOR.

      *    The audit image carries the group or member record in the
      *    generic before/after layout - a change shows both, an
      *    addition only the after image and a removal only the
      *    before.
       WRITE-GROUP-AUDIT.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO AUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO AUD-TIMESTAMP(1:8)
           MOVE WS-ACCEPT-TIME TO AUD-TIMESTAMP(9:8)
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-OLD-GROUP-RECORD TO AUD-OLD-IMAGE
           MOVE SPACES TO AUD-NEW-IMAGE
           IF WS-AUDIT-OPERATION = 'CUSTGSET'
              OR WS-AUDIT-OPERATION = 'CUSTGADD'
              MOVE CUSTOMER-GROUP-RECORD TO AUD-NEW-IMAGE
           END-IF
           WRITE AUDIT-RECORD.

       TERMINATE-PROGRAM.
           CLOSE CUSTOMER-GROUP-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-LOG
           DISPLAY 'Program terminated'.
