      * employee's proper name - so the file-side programs stay       *
      * free of embedded SQL the way PRICING keeps them free of       *
      * rate logic.                                                   *
      * The department returned is the one in force on the lookup     *
      * date from the DEPT_ASSIGNMENT history (the EMPLOYEE row's     *
      * own DEPT_CODE when no spell covers the date), and the         *
      * employed flag says whether the date falls between hire and    *
      * termination - so a leaver is refused for later sales while    *
      * still found for reporting.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-EMP-ID               PIC X(5).
       01  WS-EMP-NAME             PIC X(50).
       01  WS-DEPT-CODE            PIC X(3).
       01  WS-HIRE-DATE            PIC X(10).
       01  WS-TERM-DATE            PIC X(10).
       01  WS-EMP-STATUS           PIC X(1).
       01  WS-AS-OF-DATE           PIC X(10).
       01  WS-ACCEPT-DATE          PIC 9(8).

       LINKAGE SECTION.
           COPY EMPLKPM.
           MOVE 'N' TO EML-FOUND
           MOVE SPACES TO EML-EMP-NAME
           MOVE SPACES TO EML-DEPT-CODE
           MOVE SPACES TO EML-HIRE-DATE
           MOVE SPACES TO EML-TERM-DATE
           MOVE SPACES TO EML-EMP-STATUS
           MOVE 'N' TO EML-EMPLOYED
           MOVE EML-EMP-ID TO WS-EMP-ID
           MOVE EML-AS-OF-DATE TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE = SPACES OR WS-AS-OF-DATE = LOW-VALUES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-ACCEPT-DATE(1:4) TO WS-AS-OF-DATE(1:4)
              MOVE '-' TO WS-AS-OF-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO WS-AS-OF-DATE(6:2)
              MOVE '-' TO WS-AS-OF-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO WS-AS-OF-DATE(9:2)
           END-IF

           EXEC SQL
              SELECT EMP_NAME, DEPT_CODE,
                     COALESCE(CHAR(HIRE_DATE, ISO), '0001-01-01'),
                     COALESCE(CHAR(TERM_DATE, ISO), '9999-12-31'),
                     EMP_STATUS
              INTO :WS-EMP-NAME, :WS-DEPT-CODE,
                   :WS-HIRE-DATE, :WS-TERM-DATE, :WS-EMP-STATUS
              FROM EMPLOYEE
              WHERE EMP_ID = :WS-EMP-ID
           END-EXEC
           IF SQLCODE = 0
              MOVE 'Y' TO EML-FOUND
              MOVE WS-EMP-NAME TO EML-EMP-NAME
              MOVE WS-HIRE-DATE TO EML-HIRE-DATE
              MOVE WS-TERM-DATE TO EML-TERM-DATE
              MOVE WS-EMP-STATUS TO EML-EMP-STATUS
              IF WS-AS-OF-DATE NOT < WS-HIRE-DATE AND
                 WS-AS-OF-DATE NOT > WS-TERM-DATE
                 MOVE 'Y' TO EML-EMPLOYED
              END-IF
              PERFORM FIND-DEPT-IN-FORCE
              MOVE WS-DEPT-CODE TO EML-DEPT-CODE
           END-IF
           GOBACK.

       FIND-DEPT-IN-FORCE.
           EXEC SQL
              SELECT DEPT_CODE
              INTO :WS-DEPT-CODE
              FROM DEPT_ASSIGNMENT
              WHERE EMP_ID = :WS-EMP-ID
                AND EFF_FROM <= :WS-AS-OF-DATE
                AND EFF_TO >= :WS-AS-OF-DATE
           END-EXEC.
