      *****************************************************************
      * EMPLOYEE LOOKUP PARAMETER AREA - SHARED BY EMPLOOK AND ITS    *
      * CALLERS (ORDPROC ORDER CAPTURE, RPTGEN TOP PERFORMERS)        *
      * Input: the employee ID and the date the lookup is for         *
      * (spaces = today). Outputs: the employee's proper name, the    *
      * department in force on that date from the DEPT_ASSIGNMENT     *
      * history EMPCRUD keeps, the hire and termination dates and     *
      * status from the EMPLOYEE table, a Y/N found flag, and a Y/N   *
      * flag saying whether the employee was employed on that date.   *
      *****************************************************************
       01  EMP-LOOKUP-PARMS.
           05 EML-EMP-ID           PIC X(5).
           05 EML-EMP-NAME         PIC X(50).
           05 EML-DEPT-CODE        PIC X(3).
           05 EML-FOUND            PIC X(1).
           05 EML-AS-OF-DATE       PIC X(10).
           05 EML-HIRE-DATE        PIC X(10).
           05 EML-TERM-DATE        PIC X(10).
           05 EML-EMP-STATUS       PIC X(1).
           05 EML-EMPLOYED         PIC X(1).
