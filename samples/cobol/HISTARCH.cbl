      * posting since the files went live. A control report counts    *
      * what moved and what stayed. HISTRETR stages an archived date  *
      * range back when STMTGEN needs a statement for an archived     *
      * period. The furthest history cutoff ever applied is kept on   *
      * HARCCTL so year-end runs (ANNSUMM) know when a year's         *
      * postings have to be read from the archive generations too.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PARC-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO 'HARCCTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HCTL-STATUS.

           SELECT ARCHIVE-REPORT ASSIGN TO 'HARCRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  POSTED-TRAN-FILE.
       01  POSTED-TRAN-RECORD.
           05 HA-TO-CUST-ID        PIC 9(10).
           05 HA-CURRENCY-CODE     PIC X(3).
           05 HA-REVERSED-FLAG     PIC X(1).
           05 HA-BRANCH-ID         PIC X(3).
           05 HA-POSTED-DATE       PIC X(10).
           05 HA-POSTED-AMOUNT     PIC S9(10)V99.

       FD  POSTED-ARCHIVE-FILE.
       01  POSTED-ARCHIVE-RECORD.
           05 PA-DATE              PIC X(10).
           05 PA-TRAN-ID           PIC 9(15).

       FD  ARCHIVE-CONTROL-FILE.
       01  ARCHIVE-CONTROL-RECORD.
           05 HC-HIST-CUTOFF       PIC X(10).
           05 HC-RUN-DATE          PIC X(10).

       FD  ARCHIVE-REPORT.
       01  ARCHIVE-REPORT-LINE     PIC X(132).

       01  WS-HARC-STATUS          PIC XX.
       01  WS-PARC-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-HCTL-STATUS          PIC XX.

       01  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-POSTED-EOF-FLAG      PIC X VALUE 'N'.
       01  WS-HIST-CUTOFF          PIC X(10).
       01  WS-DUP-HORIZON          PIC X(10).
       01  WS-PRIOR-CUTOFF         PIC X(10) VALUE SPACES.
       01  WS-ACCEPT-DATE          PIC 9(8).

       01  WS-HIST-ARCHIVED        PIC 9(8) VALUE 0.
       01  WS-HIST-RETAINED        PIC 9(8) VALUE 0.
                 MOVE 'Y' TO WS-POSTED-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO WS-POSTED-EOF-FLAG
           END-START
           PERFORM READ-ARCHIVE-CONTROL.

      *    No control record means nothing has been archived since
      *    the control was introduced.
       READ-ARCHIVE-CONTROL.
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF WS-HCTL-STATUS = '00'
              READ ARCHIVE-CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE HC-HIST-CUTOFF TO WS-PRIOR-CUTOFF
              END-READ
              CLOSE ARCHIVE-CONTROL-FILE
           END-IF.

      *    A rerun with an earlier cutoff archives nothing that was
      *    not already gone, so the furthest cutoff is kept.
       WRITE-ARCHIVE-CONTROL.
           IF WS-HIST-CUTOFF > WS-PRIOR-CUTOFF OR
              WS-PRIOR-CUTOFF = SPACES
              ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
              MOVE WS-HIST-CUTOFF TO HC-HIST-CUTOFF
              MOVE SPACES TO HC-RUN-DATE
              MOVE WS-ACCEPT-DATE(1:4) TO HC-RUN-DATE(1:4)
              MOVE '-' TO HC-RUN-DATE(5:1)
              MOVE WS-ACCEPT-DATE(5:2) TO HC-RUN-DATE(6:2)
              MOVE '-' TO HC-RUN-DATE(8:1)
              MOVE WS-ACCEPT-DATE(7:2) TO HC-RUN-DATE(9:2)
              OPEN OUTPUT ARCHIVE-CONTROL-FILE
              WRITE ARCHIVE-CONTROL-RECORD
              CLOSE ARCHIVE-CONTROL-FILE
           END-IF.

       ARCHIVE-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
           MOVE PH-TO-CUST-ID TO HA-TO-CUST-ID
           MOVE PH-CURRENCY-CODE TO HA-CURRENCY-CODE
           MOVE PH-REVERSED-FLAG TO HA-REVERSED-FLAG
           MOVE PH-BRANCH-ID TO HA-BRANCH-ID
           MOVE PH-POSTED-DATE TO HA-POSTED-DATE
           MOVE PH-POSTED-AMOUNT TO HA-POSTED-AMOUNT
           WRITE HISTORY-ARCHIVE-RECORD
           DELETE TRAN-HISTORY-FILE RECORD
              INVALID KEY
           CLOSE HISTORY-ARCHIVE-FILE
           CLOSE POSTED-ARCHIVE-FILE
           CLOSE ARCHIVE-REPORT
           PERFORM WRITE-ARCHIVE-CONTROL

           DISPLAY 'History Archive Complete'
           DISPLAY 'History Archived: ' WS-HIST-ARCHIVED
