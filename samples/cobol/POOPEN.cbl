       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOPEN.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * OPEN PURCHASE ORDER REPORT                                    *
      * Lists every purchase-order line on POFILE with stock still    *
      * to arrive (open or part received), grouped by supplier and    *
      * in due-date order, showing what is outstanding, its value at  *
      * the PO cost and how many days it is past the due date as of   *
      * the run date. Supplier totals and a late-line count close     *
      * the report, so purchasing can chase the right supplier.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO 'POFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO 'SUPPMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ID
           FILE STATUS IS WS-SUP-STATUS.

           SELECT OPEN-PO-SORT-FILE ASSIGN TO 'POSRT2'.

           SELECT OPEN-PO-REPORT ASSIGN TO 'POOPNRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE.
           COPY POREC.

       FD  SUPPLIER-FILE.
           COPY SUPPREC.

       SD  OPEN-PO-SORT-FILE.
       01  OPEN-PO-SORT-RECORD.
           05 OS-SUP-ID            PIC X(8).
           05 OS-DUE-DATE          PIC X(10).
           05 OS-PO-NO             PIC 9(8).
           05 OS-PO-LINE           PIC 9(3).
           05 OS-PROD-CODE         PIC X(10).
           05 OS-ORDER-DATE        PIC X(10).
           05 OS-ORDER-QTY         PIC 9(7).
           05 OS-OUTSTANDING-QTY   PIC 9(7).
           05 OS-OUTSTANDING-VALUE PIC 9(12)V99.
           05 OS-DAYS-LATE         PIC S9(5).

       FD  OPEN-PO-REPORT.
       01  OPEN-PO-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PO-STATUS            PIC XX.
       01  WS-SUP-STATUS           PIC XX.
       01  WS-SUP-OPEN             PIC X VALUE 'N'.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-PO-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-INTEGER          PIC 9(8).
       01  WS-RUN-SERIAL           PIC 9(7).
       01  WS-DUE-INTEGER          PIC 9(8).
       01  WS-DUE-SERIAL           PIC 9(7).
       01  WS-CURRENT-SUP-ID       PIC X(8).
       01  WS-FIRST-SUPPLIER       PIC X VALUE 'Y'.
       01  WS-SUPPLIER-VALUE       PIC 9(12)V99 VALUE 0.
       01  WS-SUPPLIER-LATE        PIC 9(5) VALUE 0.
       01  WS-LINE-COUNT           PIC 9(7) VALUE 0.
       01  WS-LATE-COUNT           PIC 9(7) VALUE 0.
       01  WS-TOTAL-VALUE          PIC 9(14)V99 VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '          OPEN PURCHASE ORDERS'.
           05 FILLER               PIC X(13) VALUE '   RUN DATE  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(69) VALUE SPACES.

       01  SUPPLIER-HEADER.
           05 FILLER               PIC X(10) VALUE 'SUPPLIER: '.
           05 SH-SUP-ID            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SH-SUP-NAME          PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SH-SUP-PHONE         PIC X(20).
           05 FILLER               PIC X(60) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(132) VALUE
              '      PO  LINE  PRODUCT     ORDERED     DUE DATE    ORDER
      -       'ED  OUTSTANDING            VALUE  DAYS LATE'.

       01  DETAIL-LINE.
           05 DL-PO-NO             PIC Z(7)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-PO-LINE           PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ORDER-DATE        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DUE-DATE          PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ORDER-QTY         PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OUTSTANDING-QTY   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-VALUE             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS-LATE         PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-LATE-FLAG         PIC X(4).
           05 FILLER               PIC X(27) VALUE SPACES.

       01  SUPPLIER-TOTAL-LINE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(24) VALUE
              'Supplier Value On Order:'.
           05 ST-VALUE             PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'Late Lines: '.
           05 ST-LATE              PIC ZZ,ZZ9.
           05 FILLER               PIC X(48) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05 SA-LABEL             PIC X(30).
           05 SA-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT OPEN-PO-SORT-FILE
              ON ASCENDING KEY OS-SUP-ID OS-DUE-DATE
                               OS-PO-NO OS-PO-LINE
              INPUT PROCEDURE IS SELECT-OPEN-LINES
              OUTPUT PROCEDURE IS REPORT-OPEN-LINES
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Open Purchase Order Report'
           DISPLAY 'Enter Run Date (CCYY-MM-DD): '
           ACCEPT WS-RUN-DATE
           OPEN INPUT PO-FILE
           OPEN OUTPUT OPEN-PO-REPORT
           IF WS-PO-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUP-STATUS = '00'
              MOVE 'Y' TO WS-SUP-OPEN
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-INTEGER(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-INTEGER(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-INTEGER(7:2)
           COMPUTE WS-RUN-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-RUN-INTEGER)
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE OPEN-PO-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO OPEN-PO-REPORT-LINE
           WRITE OPEN-PO-REPORT-LINE.

       SELECT-OPEN-LINES.
           MOVE LOW-VALUES TO PO-KEY
           START PO-FILE KEY IS NOT LESS THAN PO-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PO-EOF-FLAG
           END-START
           PERFORM RELEASE-NEXT-OPEN-LINE
              UNTIL WS-PO-EOF-FLAG = 'Y'.

       RELEASE-NEXT-OPEN-LINE.
           READ PO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PO-EOF-FLAG
              NOT AT END
                 IF PO-LINE-OUTSTANDING AND
                    PO-ORDER-QTY > PO-RECEIVED-QTY
                    PERFORM RELEASE-OPEN-LINE
                 END-IF
           END-READ.

       RELEASE-OPEN-LINE.
           MOVE PO-DUE-DATE(1:4) TO WS-DUE-INTEGER(1:4)
           MOVE PO-DUE-DATE(6:2) TO WS-DUE-INTEGER(5:2)
           MOVE PO-DUE-DATE(9:2) TO WS-DUE-INTEGER(7:2)
           COMPUTE WS-DUE-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-DUE-INTEGER)
           COMPUTE OS-DAYS-LATE = WS-RUN-SERIAL - WS-DUE-SERIAL
           MOVE PO-SUP-ID TO OS-SUP-ID
           MOVE PO-DUE-DATE TO OS-DUE-DATE
           MOVE PO-NO TO OS-PO-NO
           MOVE PO-LINE TO OS-PO-LINE
           MOVE PO-PROD-CODE TO OS-PROD-CODE
           MOVE PO-ORDER-DATE TO OS-ORDER-DATE
           MOVE PO-ORDER-QTY TO OS-ORDER-QTY
           COMPUTE OS-OUTSTANDING-QTY =
              PO-ORDER-QTY - PO-RECEIVED-QTY
           COMPUTE OS-OUTSTANDING-VALUE =
              OS-OUTSTANDING-QTY * PO-UNIT-COST
           RELEASE OPEN-PO-SORT-RECORD.

       REPORT-OPEN-LINES.
           PERFORM REPORT-NEXT-OPEN-LINE
              UNTIL WS-SORT-EOF-FLAG = 'Y'
           IF WS-FIRST-SUPPLIER = 'N'
              PERFORM WRITE-SUPPLIER-TOTAL
           END-IF.

       REPORT-NEXT-OPEN-LINE.
           RETURN OPEN-PO-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 IF WS-FIRST-SUPPLIER = 'Y' OR
                    OS-SUP-ID NOT = WS-CURRENT-SUP-ID
                    IF WS-FIRST-SUPPLIER = 'N'
                       PERFORM WRITE-SUPPLIER-TOTAL
                    END-IF
                    MOVE 'N' TO WS-FIRST-SUPPLIER
                    MOVE OS-SUP-ID TO WS-CURRENT-SUP-ID
                    PERFORM WRITE-SUPPLIER-HEADER
                 END-IF
                 PERFORM WRITE-OPEN-LINE
           END-RETURN.

       WRITE-SUPPLIER-HEADER.
           MOVE OS-SUP-ID TO SH-SUP-ID
           MOVE 'SUPPLIER NOT ON FILE' TO SH-SUP-NAME
           MOVE SPACES TO SH-SUP-PHONE
           IF WS-SUP-OPEN = 'Y'
              MOVE OS-SUP-ID TO SUP-ID
              READ SUPPLIER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SUP-NAME TO SH-SUP-NAME
                    MOVE SUP-PHONE TO SH-SUP-PHONE
              END-READ
           END-IF
           WRITE OPEN-PO-REPORT-LINE FROM SUPPLIER-HEADER
           WRITE OPEN-PO-REPORT-LINE FROM COLUMN-HEADER.

       WRITE-OPEN-LINE.
           ADD 1 TO WS-LINE-COUNT
           ADD OS-OUTSTANDING-VALUE TO WS-SUPPLIER-VALUE
           ADD OS-OUTSTANDING-VALUE TO WS-TOTAL-VALUE
           MOVE OS-PO-NO TO DL-PO-NO
           MOVE OS-PO-LINE TO DL-PO-LINE
           MOVE OS-PROD-CODE TO DL-PROD-CODE
           MOVE OS-ORDER-DATE TO DL-ORDER-DATE
           MOVE OS-DUE-DATE TO DL-DUE-DATE
           MOVE OS-ORDER-QTY TO DL-ORDER-QTY
           MOVE OS-OUTSTANDING-QTY TO DL-OUTSTANDING-QTY
           MOVE OS-OUTSTANDING-VALUE TO DL-VALUE
           IF OS-DAYS-LATE > 0
              MOVE OS-DAYS-LATE TO DL-DAYS-LATE
              MOVE 'LATE' TO DL-LATE-FLAG
              ADD 1 TO WS-LATE-COUNT
              ADD 1 TO WS-SUPPLIER-LATE
           ELSE
              MOVE 0 TO DL-DAYS-LATE
              MOVE SPACES TO DL-LATE-FLAG
           END-IF
           WRITE OPEN-PO-REPORT-LINE FROM DETAIL-LINE.

       WRITE-SUPPLIER-TOTAL.
           MOVE WS-SUPPLIER-VALUE TO ST-VALUE
           MOVE WS-SUPPLIER-LATE TO ST-LATE
           WRITE OPEN-PO-REPORT-LINE FROM SUPPLIER-TOTAL-LINE
           MOVE SPACES TO OPEN-PO-REPORT-LINE
           WRITE OPEN-PO-REPORT-LINE
           MOVE 0 TO WS-SUPPLIER-VALUE
           MOVE 0 TO WS-SUPPLIER-LATE.

       FINALIZATION.
           MOVE SPACES TO OPEN-PO-REPORT-LINE
           WRITE OPEN-PO-REPORT-LINE
           MOVE 'Open PO Lines:' TO SC-LABEL
           MOVE WS-LINE-COUNT TO SC-COUNT
           WRITE OPEN-PO-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Lines Past Due:' TO SC-LABEL
           MOVE WS-LATE-COUNT TO SC-COUNT
           WRITE OPEN-PO-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Total Value On Order:' TO SA-LABEL
           MOVE WS-TOTAL-VALUE TO SA-AMOUNT
           WRITE OPEN-PO-REPORT-LINE FROM SUMMARY-AMOUNT-LINE

           CLOSE PO-FILE
           IF WS-SUP-OPEN = 'Y'
              CLOSE SUPPLIER-FILE
           END-IF
           CLOSE OPEN-PO-REPORT

           DISPLAY 'Open Purchase Order Report Complete'
           DISPLAY 'Open PO Lines: ' WS-LINE-COUNT
           DISPLAY 'Lines Past Due: ' WS-LATE-COUNT.
