      *****************************************************************
      * SALES QUOTA RECORD LAYOUT - SHARED BY QUOTMNT (MAINTENANCE)   *
      * AND QUOTARPT (ATTAINMENT REPORT)                              *
      * One monthly sales target per salesperson (type E, code is     *
      * the SALE-EMP-ID) or per sales region (type R, code is the     *
      * SALE-REGION exactly as ORDPROC records it), keyed type +      *
      * code + period CCYYMM.                                         *
      *****************************************************************
       01  QUOTA-RECORD.
           05 QT-KEY.
              10 QT-TYPE           PIC X(1).
                 88 QT-EMPLOYEE    VALUE 'E'.
                 88 QT-REGION      VALUE 'R'.
                 88 QT-VALID-TYPE  VALUE 'E' 'R'.
              10 QT-CODE           PIC X(20).
              10 QT-PERIOD         PIC X(6).
           05 QT-TARGET            PIC 9(10)V99.
           05 QT-CHANGED-DATE      PIC X(8).
           05 QT-CHANGED-BY        PIC X(8).
