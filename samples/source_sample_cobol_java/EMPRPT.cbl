      * and average salary; every salary change applied in the       *
      * requested period (old, new, percent, date per employee);     *
      * and a review flag on any single change above the percent     *
      * supplied at run time. Terminated employees are left out of   *
      * the department roll.                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
              DECLARE DEPT_CURSOR CURSOR FOR
              SELECT DEPT_CODE, COUNT(*), SUM(SALARY), AVG(SALARY)
              FROM EMPLOYEE
              WHERE EMP_STATUS = 'A'
              GROUP BY DEPT_CODE
              ORDER BY DEPT_CODE
           END-EXEC
