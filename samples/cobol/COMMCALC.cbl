      * statement per salesperson, and writes a payroll interface    *
      * file totaled by EMP-ID. Salesperson names with no EMPLOYEE   *
      * row land on the exception report instead of being dropped.   *
      * Each ID-keyed sale is credited to the department the         *
      * salesperson was assigned to on the sale date (EMPCRUD's      *
      * DEPT_ASSIGNMENT history), so a transfer mid-period splits    *
      * the statement by department; the band is still set by the    *
      * salesperson's whole period total, and each department's      *
      * portion is rated by that department's plan rows. The         *
      * statement ends with sales and commission by department.      *
      * Commission clawbacks ORDRETRN and ORDFULF record on CLAWFIL  *
      * are priced at the rate paid for the sale month (the rate     *
      * history COMMRHST this program keeps) and deducted from the   *
      * commission payable, so PAYRINTF carries the net; whatever a  *
      * salesperson's commission cannot cover is carried forward to  *
      * the next run. CLAWREG lists every clawback item.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCP-STATUS.

           SELECT CLAWBACK-FILE ASSIGN TO 'CLAWFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLW-KEY
           FILE STATUS IS WS-CLAW-STATUS.

           SELECT RATE-HISTORY-FILE ASSIGN TO 'COMMRHST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRH-KEY
           FILE STATUS IS WS-RHST-STATUS.

           SELECT CLAWBACK-REGISTER ASSIGN TO 'CLAWREG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-FILE.
           05 SALE-SALESPERSON     PIC X(50).
           05 SALE-PRICE-SOURCE    PIC X(1).
           05 SALE-EMP-ID          PIC X(5).
           05 SALE-SHIPPED-QTY     PIC 9(6).
           05 SALE-CANCELLED-QTY   PIC 9(6).
           05 SALE-LOC-CODE        PIC X(4).

       FD  SALESPERSON-WORK-FILE.
       01  SALESPERSON-WORK-RECORD.
           05 CW-KEY.
              10 CW-PERSON-KEY     PIC X(50).
              10 CW-DEPT-KEY       PIC X(3).
           05 CW-EMP-ID            PIC X(5).
           05 CW-NAME              PIC X(50).
           05 CW-SALES-TOTAL       PIC 9(12)V99.
       01  PAYROLL-WORK-RECORD.
           05 PW-EMP-ID            PIC X(5).
           05 PW-COMMISSION        PIC 9(9)V99.
           05 PW-CLAWBACK          PIC 9(9)V99.

       FD  COMMISSION-STATEMENT.
       01  STATEMENT-LINE          PIC X(132).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-LINE          PIC X(132).

       FD  CLAWBACK-FILE.
           COPY CLAWREC.

      *    The rate each salesperson was paid at, by period and
      *    department, kept so a later clawback is recovered at the
      *    rate the commission was actually paid.
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05 CRH-KEY.
              10 CRH-EMP-ID        PIC X(5).
              10 CRH-PERIOD        PIC X(6).
              10 CRH-DEPT-CODE     PIC X(3).
           05 CRH-RATE             PIC 9V9999.
           05 CRH-RUN-DATE         PIC X(10).

       FD  CLAWBACK-REGISTER.
       01  CLAWBACK-REGISTER-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SALES-STATUS         PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-STMT-STATUS          PIC XX.
       01  WS-INTF-STATUS          PIC XX.
       01  WS-EXCP-STATUS          PIC XX.
       01  WS-CLAW-STATUS          PIC XX.
       01  WS-RHST-STATUS          PIC XX.
       01  WS-CREG-STATUS          PIC XX.

           EXEC SQL
              INCLUDE SQLCA
       01  WS-EMP-ID               PIC X(5).
       01  WS-EMP-NAME             PIC X(50).
       01  WS-DEPT-CODE            PIC X(3).
       01  WS-SALE-DATE            PIC X(10).
       01  WS-CREDIT-DEPT          PIC X(3).
       01  WS-LAST-EMP-ID          PIC X(5) VALUE SPACES.
       01  WS-LAST-SALE-DATE       PIC X(10) VALUE SPACES.
       01  WS-LAST-CREDIT-DEPT     PIC X(3) VALUE SPACES.
       01  WS-WORK-SALE-TOTAL      PIC 9(10)V99.
       01  WS-PERSON-SALES-TOTAL   PIC 9(12)V99.
       01  WS-PERSON-MATCHED       PIC X VALUE 'N'.
       01  WS-PERSON-DEPT          PIC X(3).

       01  WS-SALES-EOF-FLAG       PIC X VALUE 'N'.
       01  WS-WORK-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-START-DATE           PIC X(10).
       01  WS-END-DATE             PIC X(10).
       01  WS-PERIOD               PIC X(6).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-RUN-DATE             PIC X(10).

       01  WS-CLAW-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-CLAW-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SALE-PERIOD          PIC X(6).
       01  WS-RATE-FOUND           PIC X.
       01  WS-CLAW-OUTSTANDING     PIC 9(9)V99.
       01  WS-CLAW-AVAILABLE       PIC 9(9)V99.
       01  WS-CLAW-RECOVER         PIC 9(9)V99.
       01  WS-TOTAL-CLAWED-BACK    PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CARRIED        PIC 9(12)V99 VALUE 0.
       01  WS-CLAW-ITEM-COUNT      PIC 9(7) VALUE 0.
       01  WS-CLAW-HEADING-DONE    PIC X VALUE 'N'.

       01  WS-PLAN-FOUND           PIC X.
       01  WS-BAND-SUB             PIC 9(1).
       01  WS-CONTRACT-REVENUE     PIC 9(12)V99 VALUE 0.
       01  WS-LIST-REVENUE         PIC 9(12)V99 VALUE 0.

      *    Sales and commission credited to each department over
      *    the period, printed at the foot of the statement.
       01  WS-DEPT-CREDIT-TABLE.
           05 WS-DEPT-CREDIT-COUNT PIC 9(2) VALUE 0.
           05 WS-DEPT-CREDIT OCCURS 50 TIMES.
              10 WS-DC-DEPT        PIC X(3).
              10 WS-DC-SALES       PIC 9(12)V99.
              10 WS-DC-COMMISSION  PIC 9(12)V99.
       01  WS-DC-SUB               PIC 9(2).
       01  WS-DC-FOUND             PIC X.

       01  STATEMENT-DETAIL-1.
           05 FILLER               PIC X(13) VALUE 'Salesperson: '.
           05 SD-NAME              PIC X(50).
           05 FILLER               PIC X(55) VALUE SPACES.

       01  STATEMENT-DETAIL-2.
           05 FILLER               PIC X(7) VALUE ' Dept: '.
           05 SD-DEPT              PIC X(3).
           05 FILLER               PIC X(14) VALUE ' Sales Total: '.
           05 SD-SALES-TOTAL       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(7) VALUE ' Band: '.
           05 SD-BAND              PIC 9.
           05 SD-RATE              PIC 9.9999.
           05 FILLER               PIC X(13) VALUE ' Commission: '.
           05 SD-COMMISSION        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(42) VALUE SPACES.

       01  STATEMENT-DEPT-HEADING.
           05 FILLER               PIC X(40) VALUE
              'Sales Credit by Department'.
           05 FILLER               PIC X(92) VALUE SPACES.

       01  STATEMENT-DEPT-LINE.
           05 FILLER               PIC X(7) VALUE ' Dept: '.
           05 SL-DEPT              PIC X(3).
           05 FILLER               PIC X(14) VALUE ' Sales Total: '.
           05 SL-SALES             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(13) VALUE ' Commission: '.
           05 SL-COMMISSION        PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(59) VALUE SPACES.

       01  STATEMENT-CLAW-HEADING.
           05 FILLER               PIC X(40) VALUE
              'Commission Clawbacks'.
           05 FILLER               PIC X(92) VALUE SPACES.

       01  STATEMENT-CLAW-LINE.
           05 FILLER               PIC X(15) VALUE
              'Clawback  Emp: '.
           05 SC-EMP-ID            PIC X(5).
           05 FILLER               PIC X(8) VALUE ' Order: '.
           05 SC-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(7) VALUE ' Sold: '.
           05 SC-SALE-DATE         PIC X(10).
           05 FILLER               PIC X(6) VALUE ' Src: '.
           05 SC-SOURCE            PIC X(2).
           05 FILLER               PIC X(12) VALUE ' Recovered: '.
           05 SC-RECOVERED         PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(10) VALUE ' Carried: '.
           05 SC-CARRIED           PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(19) VALUE SPACES.

       01  STATEMENT-NET-LINE.
           05 FILLER               PIC X(18) VALUE
              'Net Payable  Emp: '.
           05 SN-EMP-ID            PIC X(5).
           05 FILLER               PIC X(13) VALUE ' Commission: '.
           05 SN-COMMISSION        PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(11) VALUE ' Clawback: '.
           05 SN-CLAWBACK          PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(6) VALUE ' Net: '.
           05 SN-NET               PIC $$$,$$$,$$9.99.
           05 FILLER               PIC X(37) VALUE SPACES.

       01  CLAWBACK-REG-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              'COMMISSION CLAWBACK REGISTER - PERIOD '.
           05 CRH1-PERIOD          PIC X(6).
           05 FILLER               PIC X(86) VALUE SPACES.

       01  CLAWBACK-REG-HEADER-2.
           05 FILLER               PIC X(44) VALUE
              'EMP    ORDER      SOLD       SRC POSTED'.
           05 FILLER               PIC X(42) VALUE
              '  SALES VALUE     CLAWBACK     RECOVERED'.
           05 FILLER               PIC X(46) VALUE
              ' OUTSTANDING  RECOV. STATUS'.

       01  CLAWBACK-REG-DETAIL.
           05 CR-EMP-ID            PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CR-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-SALE-DATE         PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-SOURCE            PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CR-POSTED-DATE       PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-SALES-VALUE       PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-AMOUNT            PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-RECOVERED         PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-OUTSTANDING       PIC $$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-RECOVERED-PERIOD  PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CR-STATUS            PIC X(11).
           05 FILLER               PIC X(14) VALUE SPACES.

       01  CLAWBACK-REG-TOTAL.
           05 CT-LABEL             PIC X(40).
           05 CT-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(74) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05 FILLER               PIC X(24) VALUE
           PERFORM INITIALIZATION
           PERFORM ACCUMULATE-SALES UNTIL WS-SALES-EOF-FLAG = 'Y'
           PERFORM CALCULATE-COMMISSIONS
           PERFORM APPLY-CLAWBACKS
           PERFORM WRITE-PAYROLL-INTERFACE
           PERFORM WRITE-DEPARTMENT-SUMMARY
           PERFORM WRITE-CLAWBACK-REGISTER
           PERFORM FINALIZATION
           STOP RUN.

           ACCEPT WS-END-DATE
           MOVE WS-START-DATE(1:4) TO WS-PERIOD(1:4)
           MOVE WS-START-DATE(6:2) TO WS-PERIOD(5:2)
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           MOVE WS-ACCEPT-DATE(1:4) TO WS-RUN-DATE(1:4)
           MOVE '-' TO WS-RUN-DATE(5:1)
           MOVE WS-ACCEPT-DATE(5:2) TO WS-RUN-DATE(6:2)
           MOVE '-' TO WS-RUN-DATE(8:1)
           MOVE WS-ACCEPT-DATE(7:2) TO WS-RUN-DATE(9:2)
           OPEN INPUT SALES-FILE
           OPEN INPUT COMMISSION-PLAN-FILE
           OPEN OUTPUT COMMISSION-STATEMENT
           OPEN OUTPUT PAYROLL-INTERFACE
           OPEN OUTPUT EXCEPTION-REPORT
           OPEN OUTPUT CLAWBACK-REGISTER
           IF WS-SALES-STATUS NOT = '00' OR WS-PLAN-STATUS NOT = '00'
              OR WS-STMT-STATUS NOT = '00'
              OR WS-INTF-STATUS NOT = '00'
              OR WS-EXCP-STATUS NOT = '00'
              OR WS-CREG-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           OPEN I-O SALESPERSON-WORK-FILE
           OPEN OUTPUT PAYROLL-WORK-FILE
           CLOSE PAYROLL-WORK-FILE
           OPEN I-O PAYROLL-WORK-FILE
           OPEN I-O RATE-HISTORY-FILE
           IF WS-RHST-STATUS NOT = '00'
              OPEN OUTPUT RATE-HISTORY-FILE
              CLOSE RATE-HISTORY-FILE
              OPEN I-O RATE-HISTORY-FILE
           END-IF
           OPEN I-O CLAWBACK-FILE
           IF WS-CLAW-STATUS = '00'
              MOVE 'Y' TO WS-CLAW-FILE-OPEN
           ELSE
              DISPLAY 'No clawback file - no clawbacks applied'
           END-IF
           MOVE WS-PERIOD TO CRH1-PERIOD
           WRITE CLAWBACK-REGISTER-LINE FROM CLAWBACK-REG-HEADER-1
           MOVE SPACES TO CLAWBACK-REGISTER-LINE
           WRITE CLAWBACK-REGISTER-LINE
           WRITE CLAWBACK-REGISTER-LINE FROM CLAWBACK-REG-HEADER-2.

       ACCUMULATE-SALES.
           READ SALES-FILE

      *    The work key is the employee ID when the line carries
      *    one; historic lines with a blank ID still total under
      *    the name string, so the transition loses nobody. Each
      *    salesperson has a period-total record (department
      *    LOW-VALUES, so it reads first) and one record per
      *    department credited; name-keyed lines are credited to
      *    the matched employee's current department (spaces).
       ADD-TO-SALESPERSON-TOTAL.
           IF SALE-EMP-ID = SPACES
              MOVE SPACES TO WS-CREDIT-DEPT
           ELSE
              MOVE SALE-EMP-ID TO WS-EMP-ID
              MOVE SALE-DATE TO WS-SALE-DATE
              PERFORM FIND-CREDIT-DEPARTMENT
           END-IF
           MOVE LOW-VALUES TO CW-DEPT-KEY
           PERFORM ADD-TO-WORK-RECORD
           MOVE WS-CREDIT-DEPT TO CW-DEPT-KEY
           PERFORM ADD-TO-WORK-RECORD.

       ADD-TO-WORK-RECORD.
           MOVE CW-DEPT-KEY TO WS-DEPT-CODE
           IF SALE-EMP-ID = SPACES
              MOVE SALE-SALESPERSON TO CW-PERSON-KEY
           ELSE
              MOVE SPACES TO CW-PERSON-KEY
              MOVE SALE-EMP-ID TO CW-PERSON-KEY(1:5)
           END-IF
           READ SALESPERSON-WORK-FILE
              INVALID KEY
                 IF SALE-EMP-ID = SPACES
                    MOVE SALE-SALESPERSON TO CW-PERSON-KEY
                 ELSE
                    MOVE SPACES TO CW-PERSON-KEY
                    MOVE SALE-EMP-ID TO CW-PERSON-KEY(1:5)
                 END-IF
                 MOVE WS-DEPT-CODE TO CW-DEPT-KEY
                 MOVE SALE-EMP-ID TO CW-EMP-ID
                 MOVE SALE-SALESPERSON TO CW-NAME
                 MOVE SALE-TOTAL TO CW-SALES-TOTAL
                 REWRITE SALESPERSON-WORK-RECORD
           END-READ.

      *    The department in force on the sale date comes from the
      *    assignment history; an employee with no spell covering
      *    the date falls back to the EMPLOYEE row's department.
      *    Consecutive lines for the same salesperson and date are
      *    common, so the last answer is kept. The caller sets the
      *    employee ID and the sale date.
       FIND-CREDIT-DEPARTMENT.
           IF WS-EMP-ID = WS-LAST-EMP-ID AND
              WS-SALE-DATE = WS-LAST-SALE-DATE
              MOVE WS-LAST-CREDIT-DEPT TO WS-CREDIT-DEPT
           ELSE
              EXEC SQL
                 SELECT DEPT_CODE
                 INTO :WS-CREDIT-DEPT
                 FROM DEPT_ASSIGNMENT
                 WHERE EMP_ID = :WS-EMP-ID
                   AND EFF_FROM <= :WS-SALE-DATE
                   AND EFF_TO >= :WS-SALE-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 EXEC SQL
                    SELECT DEPT_CODE
                    INTO :WS-CREDIT-DEPT
                    FROM EMPLOYEE
                    WHERE EMP_ID = :WS-EMP-ID
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE SPACES TO WS-CREDIT-DEPT
                 END-IF
              END-IF
              MOVE WS-EMP-ID TO WS-LAST-EMP-ID
              MOVE WS-SALE-DATE TO WS-LAST-SALE-DATE
              MOVE WS-CREDIT-DEPT TO WS-LAST-CREDIT-DEPT
           END-IF.

       CALCULATE-COMMISSIONS.
           MOVE LOW-VALUES TO CW-KEY
           START SALESPERSON-WORK-FILE KEY IS NOT LESS THAN CW-KEY
              AT END
                 MOVE 'Y' TO WS-WORK-EOF-FLAG
              NOT AT END
                 IF CW-DEPT-KEY = LOW-VALUES
                    PERFORM START-SALESPERSON
                 ELSE
                    IF WS-PERSON-MATCHED = 'Y'
                       PERFORM PROCESS-DEPARTMENT-PORTION
                    END-IF
                 END-IF
           END-READ.

      *    The period-total record proves the salesperson against
      *    EMPLOYEE and fixes the total that selects the band for
      *    every department portion that follows.
       START-SALESPERSON.
           ADD 1 TO WS-SALESPERSON-COUNT
           MOVE CW-SALES-TOTAL TO WS-PERSON-SALES-TOTAL
           PERFORM MATCH-EMPLOYEE
           IF SQLCODE = 0
              MOVE 'Y' TO WS-PERSON-MATCHED
              MOVE WS-DEPT-CODE TO WS-PERSON-DEPT
              ADD 1 TO WS-MATCHED-COUNT
              IF WS-MATCHED-COUNT > 1
                 MOVE SPACES TO STATEMENT-LINE
                 WRITE STATEMENT-LINE
              END-IF
              MOVE CW-NAME TO SD-NAME
              MOVE WS-EMP-ID TO SD-EMP-ID
              WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-1
           ELSE
              MOVE 'N' TO WS-PERSON-MATCHED
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE CW-NAME TO EX-NAME
              MOVE CW-SALES-TOTAL TO EX-SALES-TOTAL
              WRITE EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE
           END-IF.

       PROCESS-DEPARTMENT-PORTION.
           IF CW-DEPT-KEY = SPACES
              MOVE WS-PERSON-DEPT TO WS-DEPT-CODE
           ELSE
              MOVE CW-DEPT-KEY TO WS-DEPT-CODE
           END-IF
           PERFORM FIND-COMMISSION-RATE
           PERFORM COMPUTE-AND-RECORD-COMMISSION.

      *    The ID match is the primary path; the name-string join
      *    stays as the fallback for historic records until every
      *    branch captures the ID.
      *    Department override rows are keyed by the employee's
      *    department; the default plan rows carry spaces in
      *    CP-DEPT-CODE. The first band whose range covers the
      *    salesperson's period sales total wins.
       FIND-COMMISSION-RATE.
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE 0 TO WS-APPLIED-RATE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WS-PERSON-SALES-TOTAL >= CP-MIN-AMOUNT AND
                    WS-PERSON-SALES-TOTAL <= CP-MAX-AMOUNT
                    MOVE 'Y' TO WS-PLAN-FOUND
                    MOVE CP-RATE TO WS-APPLIED-RATE
                    MOVE CP-BAND TO WS-APPLIED-BAND
           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =
              CW-SALES-TOTAL * WS-APPLIED-RATE
           ADD WS-COMMISSION-AMOUNT TO WS-TOTAL-COMMISSION
           MOVE WS-DEPT-CODE TO SD-DEPT
           MOVE CW-SALES-TOTAL TO SD-SALES-TOTAL
           MOVE WS-APPLIED-BAND TO SD-BAND
           MOVE WS-APPLIED-RATE TO SD-RATE
           MOVE WS-COMMISSION-AMOUNT TO SD-COMMISSION
           WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-2
           PERFORM ADD-TO-DEPARTMENT-CREDIT
           PERFORM RECORD-RATE-HISTORY
           PERFORM ADD-TO-PAYROLL-TOTAL.

       RECORD-RATE-HISTORY.
           MOVE WS-EMP-ID TO CRH-EMP-ID
           MOVE WS-PERIOD TO CRH-PERIOD
           MOVE WS-DEPT-CODE TO CRH-DEPT-CODE
           READ RATE-HISTORY-FILE
              INVALID KEY
                 MOVE WS-EMP-ID TO CRH-EMP-ID
                 MOVE WS-PERIOD TO CRH-PERIOD
                 MOVE WS-DEPT-CODE TO CRH-DEPT-CODE
                 MOVE WS-APPLIED-RATE TO CRH-RATE
                 MOVE WS-RUN-DATE TO CRH-RUN-DATE
                 WRITE RATE-HISTORY-RECORD
              NOT INVALID KEY
                 MOVE WS-APPLIED-RATE TO CRH-RATE
                 MOVE WS-RUN-DATE TO CRH-RUN-DATE
                 REWRITE RATE-HISTORY-RECORD
           END-READ.

       ADD-TO-DEPARTMENT-CREDIT.
           MOVE 'N' TO WS-DC-FOUND
           MOVE 1 TO WS-DC-SUB
           PERFORM FIND-DEPARTMENT-CREDIT
              UNTIL WS-DC-FOUND = 'Y'
                 OR WS-DC-SUB > WS-DEPT-CREDIT-COUNT
           IF WS-DC-FOUND = 'N'
              IF WS-DEPT-CREDIT-COUNT < 50
                 ADD 1 TO WS-DEPT-CREDIT-COUNT
                 MOVE WS-DEPT-CREDIT-COUNT TO WS-DC-SUB
                 MOVE WS-DEPT-CODE TO WS-DC-DEPT(WS-DC-SUB)
                 MOVE 0 TO WS-DC-SALES(WS-DC-SUB)
                 MOVE 0 TO WS-DC-COMMISSION(WS-DC-SUB)
                 MOVE 'Y' TO WS-DC-FOUND
              ELSE
                 DISPLAY 'Department credit table full: '
                    WS-DEPT-CODE
              END-IF
           END-IF
           IF WS-DC-FOUND = 'Y'
              ADD CW-SALES-TOTAL TO WS-DC-SALES(WS-DC-SUB)
              ADD WS-COMMISSION-AMOUNT
                 TO WS-DC-COMMISSION(WS-DC-SUB)
           END-IF.

       FIND-DEPARTMENT-CREDIT.
           IF WS-DC-DEPT(WS-DC-SUB) = WS-DEPT-CODE
              MOVE 'Y' TO WS-DC-FOUND
           ELSE
              ADD 1 TO WS-DC-SUB
           END-IF.

       WRITE-DEPARTMENT-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM STATEMENT-DEPT-HEADING
           MOVE 1 TO WS-DC-SUB
           PERFORM WRITE-DEPARTMENT-LINE
              UNTIL WS-DC-SUB > WS-DEPT-CREDIT-COUNT.

       WRITE-DEPARTMENT-LINE.
           MOVE WS-DC-DEPT(WS-DC-SUB) TO SL-DEPT
           MOVE WS-DC-SALES(WS-DC-SUB) TO SL-SALES
           MOVE WS-DC-COMMISSION(WS-DC-SUB) TO SL-COMMISSION
           WRITE STATEMENT-LINE FROM STATEMENT-DEPT-LINE
           ADD 1 TO WS-DC-SUB.

       ADD-TO-PAYROLL-TOTAL.
           MOVE WS-EMP-ID TO PW-EMP-ID
              INVALID KEY
                 MOVE WS-EMP-ID TO PW-EMP-ID
                 MOVE WS-COMMISSION-AMOUNT TO PW-COMMISSION
                 MOVE 0 TO PW-CLAWBACK
                 WRITE PAYROLL-WORK-RECORD
              NOT INVALID KEY
                 ADD WS-COMMISSION-AMOUNT TO PW-COMMISSION
              NOT AT END
                 MOVE PW-EMP-ID TO PI-EMP-ID
                 MOVE WS-PERIOD TO PI-PERIOD
                 COMPUTE PI-COMMISSION = PW-COMMISSION - PW-CLAWBACK
                 WRITE PAYROLL-INTERFACE-RECORD
                 IF PW-CLAWBACK > 0
                    MOVE PW-EMP-ID TO SN-EMP-ID
                    MOVE PW-COMMISSION TO SN-COMMISSION
                    MOVE PW-CLAWBACK TO SN-CLAWBACK
                    MOVE PI-COMMISSION TO SN-NET
                    WRITE STATEMENT-LINE FROM STATEMENT-NET-LINE
                 END-IF
           END-READ.

      *    Clawbacks are applied after every salesperson's
      *    commission for the run is known. A new item is priced
      *    first; an outstanding one is then recovered from its
      *    salesperson's commission payable as far as that goes,
      *    and the rest is carried to the next run.
       APPLY-CLAWBACKS.
           IF WS-CLAW-FILE-OPEN = 'Y'
              MOVE LOW-VALUES TO CLW-KEY
              START CLAWBACK-FILE KEY IS NOT LESS THAN CLW-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-CLAW-EOF-FLAG
                 NOT INVALID KEY
                    MOVE 'N' TO WS-CLAW-EOF-FLAG
              END-START
              PERFORM APPLY-NEXT-CLAWBACK
                 UNTIL WS-CLAW-EOF-FLAG = 'Y'
           END-IF.

       APPLY-NEXT-CLAWBACK.
           READ CLAWBACK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CLAW-EOF-FLAG
              NOT AT END
                 IF CLW-STATUS-NEW
                    PERFORM PRICE-CLAWBACK
                 END-IF
                 IF CLW-STATUS-OUTSTANDING
                    PERFORM RECOVER-CLAWBACK
                 END-IF
           END-READ.

      *    An item waits while its sale month is later than this
      *    run. Otherwise it is priced at the rate the salesperson
      *    was paid for that month in the department then in force
      *    (any department paid that month if the history moved).
      *    No rate on record means no commission was paid on the
      *    sale; nor was any on a cancelled order whose lines came
      *    off SALESDAT before that month's run - either way there
      *    is nothing to recover.
       PRICE-CLAWBACK.
           MOVE CLW-SALE-DATE(1:4) TO WS-SALE-PERIOD(1:4)
           MOVE CLW-SALE-DATE(6:2) TO WS-SALE-PERIOD(5:2)
           IF WS-SALE-PERIOD NOT > WS-PERIOD
              MOVE CLW-EMP-ID TO WS-EMP-ID
              MOVE CLW-SALE-DATE TO WS-SALE-DATE
              PERFORM FIND-CREDIT-DEPARTMENT
              PERFORM FIND-PAID-RATE
              IF WS-RATE-FOUND = 'Y' AND CLW-FROM-ORDER-CANCEL AND
                 CLW-POSTED-DATE < CRH-RUN-DATE
                 MOVE 'N' TO WS-RATE-FOUND
              END-IF
              IF WS-RATE-FOUND = 'Y'
                 MOVE CRH-RATE TO CLW-RATE
                 COMPUTE CLW-AMOUNT ROUNDED =
                    CLW-SALES-VALUE * CRH-RATE
              ELSE
                 MOVE 0 TO CLW-RATE
                 MOVE 0 TO CLW-AMOUNT
              END-IF
              IF CLW-AMOUNT > 0
                 MOVE 'O' TO CLW-STATUS
              ELSE
                 MOVE 'X' TO CLW-STATUS
              END-IF
              REWRITE CLAWBACK-RECORD
           END-IF.

       FIND-PAID-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE CLW-EMP-ID TO CRH-EMP-ID
           MOVE WS-SALE-PERIOD TO CRH-PERIOD
           MOVE WS-CREDIT-DEPT TO CRH-DEPT-CODE
           READ RATE-HISTORY-FILE
              INVALID KEY
                 PERFORM FIND-ANY-PAID-RATE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-RATE-FOUND
           END-READ.

       FIND-ANY-PAID-RATE.
           MOVE CLW-EMP-ID TO CRH-EMP-ID
           MOVE WS-SALE-PERIOD TO CRH-PERIOD
           MOVE LOW-VALUES TO CRH-DEPT-CODE
           START RATE-HISTORY-FILE KEY IS NOT LESS THAN CRH-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM READ-NEXT-PAID-RATE
           END-START.

       READ-NEXT-PAID-RATE.
           READ RATE-HISTORY-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF CRH-EMP-ID = CLW-EMP-ID AND
                    CRH-PERIOD = WS-SALE-PERIOD
                    MOVE 'Y' TO WS-RATE-FOUND
                 END-IF
           END-READ.

       RECOVER-CLAWBACK.
           COMPUTE WS-CLAW-OUTSTANDING = CLW-AMOUNT - CLW-RECOVERED
           MOVE 0 TO WS-CLAW-RECOVER
           MOVE CLW-EMP-ID TO PW-EMP-ID
           READ PAYROLL-WORK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-CLAW-AVAILABLE =
                    PW-COMMISSION - PW-CLAWBACK
                 IF WS-CLAW-OUTSTANDING > WS-CLAW-AVAILABLE
                    MOVE WS-CLAW-AVAILABLE TO WS-CLAW-RECOVER
                 ELSE
                    MOVE WS-CLAW-OUTSTANDING TO WS-CLAW-RECOVER
                 END-IF
                 ADD WS-CLAW-RECOVER TO PW-CLAWBACK
                 REWRITE PAYROLL-WORK-RECORD
           END-READ
           IF WS-CLAW-RECOVER > 0
              ADD WS-CLAW-RECOVER TO CLW-RECOVERED
              MOVE WS-PERIOD TO CLW-RECOVERED-PERIOD
              IF CLW-RECOVERED NOT < CLW-AMOUNT
                 MOVE 'R' TO CLW-STATUS
              END-IF
              REWRITE CLAWBACK-RECORD
           END-IF
           SUBTRACT WS-CLAW-RECOVER FROM WS-CLAW-OUTSTANDING
           ADD WS-CLAW-RECOVER TO WS-TOTAL-CLAWED-BACK
           ADD WS-CLAW-OUTSTANDING TO WS-TOTAL-CARRIED
           IF WS-CLAW-HEADING-DONE = 'N'
              MOVE SPACES TO STATEMENT-LINE
              WRITE STATEMENT-LINE
              WRITE STATEMENT-LINE FROM STATEMENT-CLAW-HEADING
              MOVE 'Y' TO WS-CLAW-HEADING-DONE
           END-IF
           MOVE CLW-EMP-ID TO SC-EMP-ID
           MOVE CLW-ORDER-ID TO SC-ORDER-ID
           MOVE CLW-SALE-DATE TO SC-SALE-DATE
           MOVE CLW-SOURCE TO SC-SOURCE
           MOVE WS-CLAW-RECOVER TO SC-RECOVERED
           MOVE WS-CLAW-OUTSTANDING TO SC-CARRIED
           WRITE STATEMENT-LINE FROM STATEMENT-CLAW-LINE.

      *    The register lists every item on the clawback file as
      *    it stands after this run: what it came from, what it
      *    was worth, what has been recovered and in which month.
       WRITE-CLAWBACK-REGISTER.
           IF WS-CLAW-FILE-OPEN = 'Y'
              MOVE LOW-VALUES TO CLW-KEY
              START CLAWBACK-FILE KEY IS NOT LESS THAN CLW-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-CLAW-EOF-FLAG
                 NOT INVALID KEY
                    MOVE 'N' TO WS-CLAW-EOF-FLAG
              END-START
              PERFORM LIST-NEXT-CLAWBACK
                 UNTIL WS-CLAW-EOF-FLAG = 'Y'
           END-IF
           MOVE SPACES TO CLAWBACK-REGISTER-LINE
           WRITE CLAWBACK-REGISTER-LINE
           MOVE 'Recovered This Run:' TO CT-LABEL
           MOVE WS-TOTAL-CLAWED-BACK TO CT-AMOUNT
           WRITE CLAWBACK-REGISTER-LINE FROM CLAWBACK-REG-TOTAL
           MOVE 'Carried Forward:' TO CT-LABEL
           MOVE WS-TOTAL-CARRIED TO CT-AMOUNT
           WRITE CLAWBACK-REGISTER-LINE FROM CLAWBACK-REG-TOTAL.

       LIST-NEXT-CLAWBACK.
           READ CLAWBACK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-CLAW-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-CLAW-ITEM-COUNT
                 MOVE CLW-EMP-ID TO CR-EMP-ID
                 MOVE CLW-ORDER-ID TO CR-ORDER-ID
                 MOVE CLW-SALE-DATE TO CR-SALE-DATE
                 MOVE CLW-SOURCE TO CR-SOURCE
                 MOVE CLW-POSTED-DATE TO CR-POSTED-DATE
                 MOVE CLW-SALES-VALUE TO CR-SALES-VALUE
                 MOVE CLW-AMOUNT TO CR-AMOUNT
                 MOVE CLW-RECOVERED TO CR-RECOVERED
                 COMPUTE WS-CLAW-OUTSTANDING =
                    CLW-AMOUNT - CLW-RECOVERED
                 MOVE WS-CLAW-OUTSTANDING TO CR-OUTSTANDING
                 MOVE CLW-RECOVERED-PERIOD TO CR-RECOVERED-PERIOD
                 EVALUATE TRUE
                    WHEN CLW-STATUS-NEW
                       MOVE 'NOT PRICED' TO CR-STATUS
                    WHEN CLW-STATUS-OUTSTANDING
                       MOVE 'OUTSTANDING' TO CR-STATUS
                    WHEN CLW-STATUS-RECOVERED
                       MOVE 'RECOVERED' TO CR-STATUS
                    WHEN OTHER
                       MOVE 'NOT DUE' TO CR-STATUS
                 END-EVALUATE
                 WRITE CLAWBACK-REGISTER-LINE
                    FROM CLAWBACK-REG-DETAIL
           END-READ.

       FINALIZATION.
           CLOSE COMMISSION-STATEMENT
           CLOSE PAYROLL-INTERFACE
           CLOSE EXCEPTION-REPORT
           CLOSE RATE-HISTORY-FILE
           CLOSE CLAWBACK-REGISTER
           IF WS-CLAW-FILE-OPEN = 'Y'
              CLOSE CLAWBACK-FILE
           END-IF
           DISPLAY 'Commission Calculation Complete'
           DISPLAY 'Salespersons: ' WS-SALESPERSON-COUNT
           DISPLAY 'Matched: ' WS-MATCHED-COUNT
           DISPLAY 'Unmatched: ' WS-UNMATCHED-COUNT
           DISPLAY 'Total Commission: ' WS-TOTAL-COMMISSION
           DISPLAY 'Contract Revenue: ' WS-CONTRACT-REVENUE
              ' List Revenue: ' WS-LIST-REVENUE
           DISPLAY 'Clawback Recovered: ' WS-TOTAL-CLAWED-BACK
              ' Carried Forward: ' WS-TOTAL-CARRIED.
