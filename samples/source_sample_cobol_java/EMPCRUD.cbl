           05 WS-EMP-NAME    PIC X(50).
           05 WS-DEPT-CODE   PIC X(3).
           05 WS-SALARY      PIC 9(7)V99.
           05 WS-HIRE-DATE   PIC X(10).
           05 WS-TERM-DATE   PIC X(10).
           05 WS-EMP-STATUS  PIC X(1).
              88 EMP-ACTIVE     VALUE 'A'.
              88 EMP-TERMINATED VALUE 'T'.

       01 WS-OLD-SALARY      PIC 9(7)V99.

       01 WS-EFF-DATE        PIC X(10).
       01 WS-CURRENT-FROM    PIC X(10).
       01 WS-OPEN-END-DATE   PIC X(10) VALUE '9999-12-31'.

       01 WS-DEPT-CHECK      PIC X(3).

       01 WS-ACTION         PIC X(1).
          88 ACTION-UPDATE  VALUE 'U'.
          88 ACTION-DELETE  VALUE 'D'.
          88 ACTION-LIST    VALUE 'L'.
          88 ACTION-TRANSFER VALUE 'T'.
          88 ACTION-TERMINATE VALUE 'X'.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "INPUT ACTION (C/R/U/D/L, T=TRANSFER, X=TERMINATE): "
           ACCEPT WS-ACTION

           EVALUATE TRUE
                   PERFORM DELETE-EMP
               WHEN ACTION-LIST
                   PERFORM LIST-EMP
               WHEN ACTION-TRANSFER
                   PERFORM TRANSFER-EMP
               WHEN ACTION-TERMINATE
                   PERFORM TERMINATE-EMP
               WHEN OTHER
                   DISPLAY "INVALID ACTION"
           END-EVALUATE
           DISPLAY "EMP NAME: " ACCEPT WS-EMP-NAME
           DISPLAY "DEPT CODE: " ACCEPT WS-DEPT-CODE
           DISPLAY "SALARY: " ACCEPT WS-SALARY
           DISPLAY "HIRE DATE (CCYY-MM-DD): " ACCEPT WS-HIRE-DATE

           EXEC SQL
               SELECT DEPT_CODE
           ELSE
               EXEC SQL
                   INSERT INTO EMPLOYEE
                   (EMP_ID, EMP_NAME, DEPT_CODE, SALARY, CREATED_AT,
                    HIRE_DATE, EMP_STATUS)
                   VALUES
                   (:WS-EMP-ID, :WS-EMP-NAME, :WS-DEPT-CODE,
                    :WS-SALARY, CURRENT DATE, :WS-HIRE-DATE, 'A')
               END-EXEC

               IF SQLCODE = 0
                   PERFORM OPEN-DEPT-ASSIGNMENT
                   DISPLAY "INSERT SUCCESS"
               ELSE
                   DISPLAY "INSERT FAILED, SQLCODE=" SQLCODE
               END-IF
           END-IF.

      *    The department history: one DEPT_ASSIGNMENT row per spell
      *    in a department, effective from its first day. The spell
      *    in force now runs to 9999-12-31 until a transfer or a
      *    termination closes it.
       OPEN-DEPT-ASSIGNMENT.
           EXEC SQL
               INSERT INTO DEPT_ASSIGNMENT
               (EMP_ID, DEPT_CODE, EFF_FROM, EFF_TO)
               VALUES
               (:WS-EMP-ID, :WS-DEPT-CODE, :WS-HIRE-DATE,
                :WS-OPEN-END-DATE)
           END-EXEC.

       READ-EMP.
           DISPLAY "EMP ID: " ACCEPT WS-EMP-ID

           PERFORM SELECT-EMP

           IF SQLCODE = 0
               DISPLAY "NAME : " WS-EMP-NAME
               DISPLAY "DEPT : " WS-DEPT-CODE
               DISPLAY "SALARY : " WS-SALARY
               DISPLAY "HIRED : " WS-HIRE-DATE
               DISPLAY "STATUS : " WS-EMP-STATUS
               IF EMP-TERMINATED
                   DISPLAY "TERMINATED : " WS-TERM-DATE
               END-IF
           ELSE
               DISPLAY "NOT FOUND"
           END-IF.
               END-IF
           END-IF.

       SELECT-EMP.
           EXEC SQL
               SELECT EMP_NAME, DEPT_CODE, SALARY,
                      CHAR(HIRE_DATE, ISO),
                      COALESCE(CHAR(TERM_DATE, ISO), ' '),
                      EMP_STATUS
               INTO :WS-EMP-NAME, :WS-DEPT-CODE, :WS-SALARY,
                    :WS-HIRE-DATE, :WS-TERM-DATE, :WS-EMP-STATUS
               FROM EMPLOYEE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC.

      *    Delete is for a row keyed in error - a leaver is
      *    terminated (action X) so the history stays.
       DELETE-EMP.
           DISPLAY "EMP ID: " ACCEPT WS-EMP-ID

           END-EXEC

           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM DEPT_ASSIGNMENT
                   WHERE EMP_ID = :WS-EMP-ID
               END-EXEC
               DISPLAY "DELETE SUCCESS"
           ELSE
               DISPLAY "DELETE FAILED"

           EXEC SQL
               DECLARE EMP_CURSOR CURSOR FOR
               SELECT EMP_ID, EMP_NAME, SALARY, EMP_STATUS
               FROM EMPLOYEE
               WHERE DEPT_CODE = :WS-DEPT-CODE
           END-EXEC
       FETCH-NEXT-EMP.
           EXEC SQL
               FETCH EMP_CURSOR
               INTO :WS-EMP-ID, :WS-EMP-NAME, :WS-SALARY,
                    :WS-EMP-STATUS
           END-EXEC

           IF SQLCODE = 0
               DISPLAY WS-EMP-ID " " WS-EMP-NAME " " WS-SALARY
                   " " WS-EMP-STATUS
           END-IF.

      *    A transfer closes the department spell in force the day
      *    before the effective date and opens the new one from it,
      *    so a sale or a headcount is credited to the department
      *    the employee was in on the day. DEPT_CODE on EMPLOYEE
      *    follows the latest spell.
       TRANSFER-EMP.
           DISPLAY "EMP ID: " ACCEPT WS-EMP-ID
           DISPLAY "NEW DEPT CODE: " ACCEPT WS-DEPT-CHECK
           DISPLAY "EFFECTIVE DATE (CCYY-MM-DD): " ACCEPT WS-EFF-DATE

           PERFORM SELECT-EMP

           IF SQLCODE NOT = 0
               DISPLAY "EMPLOYEE NOT FOUND"
           ELSE
               IF NOT EMP-ACTIVE
                   DISPLAY "EMPLOYEE IS TERMINATED"
               ELSE
                   IF WS-DEPT-CHECK = WS-DEPT-CODE
                       DISPLAY "ALREADY IN DEPT " WS-DEPT-CODE
                   ELSE
                       PERFORM CHECK-TRANSFER-DATE
                   END-IF
               END-IF
           END-IF.

       CHECK-TRANSFER-DATE.
           EXEC SQL
               SELECT CHAR(EFF_FROM, ISO)
               INTO :WS-CURRENT-FROM
               FROM DEPT_ASSIGNMENT
               WHERE EMP_ID = :WS-EMP-ID
                 AND EFF_TO = :WS-OPEN-END-DATE
           END-EXEC

           IF SQLCODE = 0 AND WS-EFF-DATE NOT > WS-CURRENT-FROM
               DISPLAY "EFFECTIVE DATE MUST BE AFTER " WS-CURRENT-FROM
           ELSE
               MOVE WS-DEPT-CHECK TO WS-DEPT-CODE
               EXEC SQL
                   SELECT DEPT_CODE
                   INTO :WS-DEPT-CHECK
                   FROM DEPARTMENT
                   WHERE DEPT_CODE = :WS-DEPT-CODE
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "INVALID DEPT CODE"
               ELSE
                   PERFORM APPLY-TRANSFER
               END-IF
           END-IF.

       APPLY-TRANSFER.
           EXEC SQL
               UPDATE DEPT_ASSIGNMENT
               SET EFF_TO = DATE(:WS-EFF-DATE) - 1 DAY
               WHERE EMP_ID = :WS-EMP-ID
                 AND EFF_TO = :WS-OPEN-END-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO DEPT_ASSIGNMENT
               (EMP_ID, DEPT_CODE, EFF_FROM, EFF_TO)
               VALUES
               (:WS-EMP-ID, :WS-DEPT-CODE, :WS-EFF-DATE,
                :WS-OPEN-END-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "TRANSFER FAILED, SQLCODE=" SQLCODE
           ELSE
               EXEC SQL
                   UPDATE EMPLOYEE
                   SET DEPT_CODE = :WS-DEPT-CODE,
                       UPDATED_AT = CURRENT DATE
                   WHERE EMP_ID = :WS-EMP-ID
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "TRANSFER SUCCESS"
               ELSE
                   DISPLAY "TRANSFER FAILED, SQLCODE=" SQLCODE
               END-IF
           END-IF.

      *    The termination date is the last day employed. The row
      *    stays for history; EMPLOOK refuses the ID for any later
      *    sale and PAYRREG stops the salary at that day.
       TERMINATE-EMP.
           DISPLAY "EMP ID: " ACCEPT WS-EMP-ID
           DISPLAY "TERMINATION DATE (CCYY-MM-DD): " ACCEPT WS-EFF-DATE

           PERFORM SELECT-EMP

           IF SQLCODE NOT = 0
               DISPLAY "EMPLOYEE NOT FOUND"
           ELSE
               IF NOT EMP-ACTIVE
                   DISPLAY "EMPLOYEE ALREADY TERMINATED " WS-TERM-DATE
               ELSE
                   IF WS-EFF-DATE < WS-HIRE-DATE
                       DISPLAY "TERMINATION BEFORE HIRE DATE "
                           WS-HIRE-DATE
                   ELSE
                       PERFORM APPLY-TERMINATION
                   END-IF
               END-IF
           END-IF.

       APPLY-TERMINATION.
           EXEC SQL
               UPDATE EMPLOYEE
               SET EMP_STATUS = 'T',
                   TERM_DATE = :WS-EFF-DATE,
                   UPDATED_AT = CURRENT DATE
               WHERE EMP_ID = :WS-EMP-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "TERMINATE FAILED, SQLCODE=" SQLCODE
           ELSE
               EXEC SQL
                   UPDATE DEPT_ASSIGNMENT
                   SET EFF_TO = :WS-EFF-DATE
                   WHERE EMP_ID = :WS-EMP-ID
                     AND EFF_TO = :WS-OPEN-END-DATE
               END-EXEC
               DISPLAY "TERMINATE SUCCESS"
           END-IF.
