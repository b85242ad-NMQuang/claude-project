      * with no EMPLOYEE record are flagged instead of dropped; and   *
      * the fixed-layout bureau file PAYRBUR is the single handoff    *
      * to the payroll service.                                       *
      * Base salary is prorated by calendar days for anyone hired or  *
      * terminated inside the month (EMPCRUD's HIRE_DATE and          *
      * TERM_DATE); an employee not on the payroll at all in the      *
      * month is left off unless commission is still due to them.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-EMP-NAME             PIC X(50).
       01  WS-DEPT-CODE            PIC X(3).
       01  WS-SALARY               PIC 9(7)V99.
       01  WS-HIRE-DATE            PIC X(10).
       01  WS-TERM-DATE            PIC X(10).

       01  WS-MONTH-START          PIC X(10).
       01  WS-MONTH-END            PIC X(10).
       01  WS-NEXT-MONTH           PIC 9(8).
       01  WS-MONTH-START-INT      PIC 9(7).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-PAID-FROM            PIC X(10).
       01  WS-PAID-TO              PIC X(10).
       01  WS-DAYS-PAID            PIC S9(3).
       01  WS-CONV-DATE            PIC X(10).
       01  WS-CONV-NUM             PIC 9(8).
       01  WS-CONV-INT             PIC 9(7).
       01  WS-PAID-FROM-INT        PIC 9(7).
       01  WS-FULL-SALARY          PIC 9(7)V99.
       01  WS-PRORATED-COUNT       PIC 9(5) VALUE 0.

       01  WS-PERIOD               PIC X(6).
       01  WS-INTF-EOF-FLAG        PIC X VALUE 'N'.
           05 RD-COMMISSION        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RD-GROSS             PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RD-PRORATION-NOTE.
              10 RD-PART           PIC X(4).
              10 FILLER            PIC X(1).
              10 RD-DAYS-PAID      PIC Z9.
              10 RD-SLASH          PIC X(1).
              10 RD-DAYS-IN-MONTH  PIC Z9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  DEPT-TOTAL-LINE.
           05 FILLER               PIC X(14) VALUE 'DEPT TOTAL    '.
           DISPLAY 'Starting Gross Payroll Register'
           DISPLAY 'Enter Period (CCYYMM): '
           ACCEPT WS-PERIOD
           PERFORM SET-MONTH-BOUNDS
           OPEN INPUT PAYROLL-INTERFACE
           OPEN OUTPUT PAYROLL-REGISTER
           OPEN OUTPUT BUREAU-FILE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM REGISTER-COLUMN-HEADER.

      *    The register month runs from the first to the day before
      *    the first of the next month.
       SET-MONTH-BOUNDS.
           MOVE SPACES TO WS-MONTH-START
           STRING WS-PERIOD(1:4) '-' WS-PERIOD(5:2) '-01'
              DELIMITED BY SIZE INTO WS-MONTH-START
           MOVE WS-MONTH-START TO WS-CONV-DATE
           PERFORM CONVERT-DATE
           MOVE WS-CONV-INT TO WS-MONTH-START-INT
           MOVE WS-CONV-NUM TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH(5:2) = '12'
              ADD 10000 TO WS-NEXT-MONTH
              MOVE '01' TO WS-NEXT-MONTH(5:2)
           ELSE
              ADD 100 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH)
              - WS-MONTH-START-INT
           COMPUTE WS-CONV-NUM = FUNCTION DATE-OF-INTEGER(
              WS-MONTH-START-INT + WS-DAYS-IN-MONTH - 1)
           MOVE SPACES TO WS-MONTH-END
           STRING WS-CONV-NUM(1:4) '-' WS-CONV-NUM(5:2) '-'
              WS-CONV-NUM(7:2) DELIMITED BY SIZE INTO WS-MONTH-END.

       CONVERT-DATE.
           MOVE WS-CONV-DATE(1:4) TO WS-CONV-NUM(1:4)
           MOVE WS-CONV-DATE(6:2) TO WS-CONV-NUM(5:2)
           MOVE WS-CONV-DATE(9:2) TO WS-CONV-NUM(7:2)
           COMPUTE WS-CONV-INT = FUNCTION INTEGER-OF-DATE(WS-CONV-NUM).

       LOAD-COMMISSION-TOTALS.
           READ PAYROLL-INTERFACE
              AT END
       REPORT-EMPLOYEES.
           EXEC SQL
              DECLARE PAYR_CURSOR CURSOR FOR
              SELECT EMP_ID, EMP_NAME, DEPT_CODE, SALARY,
                     COALESCE(CHAR(HIRE_DATE, ISO), '0001-01-01'),
                     COALESCE(CHAR(TERM_DATE, ISO), '9999-12-31')
              FROM EMPLOYEE
              ORDER BY DEPT_CODE, EMP_ID
           END-EXEC
           EXEC SQL
              FETCH PAYR_CURSOR
              INTO :WS-EMP-ID, :WS-EMP-NAME,
                   :WS-DEPT-CODE, :WS-SALARY,
                   :WS-HIRE-DATE, :WS-TERM-DATE
           END-EXEC
           IF SQLCODE = 0
              PERFORM PRORATE-SALARY
              PERFORM FIND-EMPLOYEE-COMMISSION
              IF WS-DAYS-PAID > 0 OR WS-COMMISSION > 0
                 ADD 1 TO WS-EMPLOYEE-COUNT
                 PERFORM CHECK-DEPT-BREAK
                 PERFORM PRINT-EMPLOYEE-LINE
              END-IF
           END-IF.

      *    Salary is paid for the days between the later of hire
      *    date and month start and the earlier of termination date
      *    and month end, as a share of the calendar days in the
      *    month. A full month pays the salary unchanged.
       PRORATE-SALARY.
           MOVE WS-SALARY TO WS-FULL-SALARY
           MOVE SPACES TO RD-PRORATION-NOTE
           IF WS-HIRE-DATE > WS-MONTH-START
              MOVE WS-HIRE-DATE TO WS-PAID-FROM
           ELSE
              MOVE WS-MONTH-START TO WS-PAID-FROM
           END-IF
           IF WS-TERM-DATE < WS-MONTH-END
              MOVE WS-TERM-DATE TO WS-PAID-TO
           ELSE
              MOVE WS-MONTH-END TO WS-PAID-TO
           END-IF
           IF WS-PAID-FROM > WS-PAID-TO
              MOVE 0 TO WS-DAYS-PAID
              MOVE 0 TO WS-SALARY
           ELSE
              MOVE WS-PAID-FROM TO WS-CONV-DATE
              PERFORM CONVERT-DATE
              MOVE WS-CONV-INT TO WS-PAID-FROM-INT
              MOVE WS-PAID-TO TO WS-CONV-DATE
              PERFORM CONVERT-DATE
              COMPUTE WS-DAYS-PAID =
                 WS-CONV-INT - WS-PAID-FROM-INT + 1
              IF WS-DAYS-PAID < WS-DAYS-IN-MONTH
                 COMPUTE WS-SALARY ROUNDED =
                    WS-FULL-SALARY * WS-DAYS-PAID / WS-DAYS-IN-MONTH
                 ADD 1 TO WS-PRORATED-COUNT
                 MOVE 'PART' TO RD-PART
                 MOVE WS-DAYS-PAID TO RD-DAYS-PAID
                 MOVE '/' TO RD-SLASH
                 MOVE WS-DAYS-IN-MONTH TO RD-DAYS-IN-MONTH
              END-IF
           END-IF.

       CHECK-DEPT-BREAK.
              END-IF
           END-IF.

       FIND-EMPLOYEE-COMMISSION.
           MOVE 0 TO WS-COMMISSION
           MOVE WS-EMP-ID TO PW-EMP-ID
           READ COMMISSION-WORK-FILE
                 MOVE PW-COMMISSION TO WS-COMMISSION
                 MOVE 'Y' TO PW-MATCHED
                 REWRITE COMMISSION-WORK-RECORD
           END-READ.

       PRINT-EMPLOYEE-LINE.
           COMPUTE WS-GROSS = WS-SALARY + WS-COMMISSION
           MOVE WS-EMP-ID TO RD-EMP-ID
           MOVE WS-DEPT-CODE TO RD-DEPT-CODE
           MOVE 'Employees Reported:' TO SC-LABEL
           MOVE WS-EMPLOYEE-COUNT TO SC-COUNT
           WRITE REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Salaries Prorated (Joiners/Leavers):' TO SC-LABEL
           MOVE WS-PRORATED-COUNT TO SC-COUNT
           WRITE REGISTER-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Commission With No Employee Row:' TO SC-LABEL
           MOVE WS-UNMATCHED-COUNT TO SC-COUNT
           WRITE REGISTER-LINE FROM SUMMARY-COUNT-LINE
