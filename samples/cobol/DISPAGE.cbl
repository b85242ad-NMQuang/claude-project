       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * OPEN TRANSACTION DISPUTE AGING                                *
      * Lists every dispute still open on DISPFILE against the        *
      * resolution deadline fixed when DISPMNT opened it, nearest     *
      * deadline first: days open, days left (negative once the       *
      * deadline has passed) and whether a provisional credit has     *
      * been given. A dispute past its deadline is flagged OVERDUE;   *
      * one still without a provisional credit after the credit days  *
      * entered (10 if none) is flagged CREDIT DUE. Totals show the   *
      * open book by days to deadline and the disputes resolved on    *
      * the run date. A dispute whose uphold is still awaiting        *
      * TRNREV approval is not yet resolved: it stays on the list,    *
      * flagged UPHOLD PEND unless already OVERDUE. RC 4 when an      *
      * open dispute is past its deadline.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSP-TRAN-ID
           FILE STATUS IS WS-DISP-STATUS.

           SELECT DISPUTE-SORT-FILE ASSIGN TO 'DISPSRT1'.

           SELECT AGING-REPORT ASSIGN TO 'DISPRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY DISPREC.

       SD  DISPUTE-SORT-FILE.
       01  DISPUTE-SORT-RECORD.
           05 DS-DEADLINE-DATE     PIC X(10).
           05 DS-TRAN-ID           PIC 9(15).
           05 DS-CUST-ID           PIC 9(10).
           05 DS-POSTING-DATE      PIC X(10).
           05 DS-AMOUNT            PIC 9(10)V99.
           05 DS-CURRENCY-CODE     PIC X(3).
           05 DS-REASON-CODE       PIC X(4).
           05 DS-OPENED-DATE       PIC X(10).
           05 DS-CREDIT-FLAG       PIC X(1).
           05 DS-STATUS            PIC X(1).

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS          PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-DISP-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-SORT-EOF-FLAG        PIC X VALUE 'N'.
       01  WS-RUN-DATE             PIC X(10).
       01  WS-RUN-INTEGER          PIC 9(8).
       01  WS-RUN-SERIAL           PIC 9(7).
       01  WS-CREDIT-DAYS          PIC 9(3).
       01  WS-WORK-INTEGER         PIC 9(8).
       01  WS-WORK-SERIAL          PIC 9(7).
       01  WS-DAYS-OPEN            PIC S9(5).
       01  WS-DAYS-LEFT            PIC S9(5).

       01  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT        PIC 9(7) VALUE 0.
       01  WS-DUE-WEEK-COUNT       PIC 9(7) VALUE 0.
       01  WS-DUE-FORTNIGHT-COUNT  PIC 9(7) VALUE 0.
       01  WS-DUE-LATER-COUNT      PIC 9(7) VALUE 0.
       01  WS-CREDITED-COUNT       PIC 9(7) VALUE 0.
       01  WS-CREDIT-DUE-COUNT     PIC 9(7) VALUE 0.
       01  WS-UPHOLD-PENDING-COUNT PIC 9(7) VALUE 0.
       01  WS-UPHELD-TODAY-COUNT   PIC 9(7) VALUE 0.
       01  WS-DECLINED-TODAY-COUNT PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(44) VALUE
              '          OPEN TRANSACTION DISPUTE AGING'.
           05 FILLER               PIC X(11) VALUE 'Run Date:  '.
           05 RH-RUN-DATE          PIC X(10).
           05 FILLER               PIC X(67) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(17) VALUE 'TRAN-ID'.
           05 FILLER               PIC X(12) VALUE '  CUSTOMER'.
           05 FILLER               PIC X(12) VALUE 'POSTED'.
           05 FILLER               PIC X(18) VALUE
              '           AMOUNT'.
           05 FILLER               PIC X(5) VALUE 'CCY'.
           05 FILLER               PIC X(6) VALUE 'RSN'.
           05 FILLER               PIC X(12) VALUE 'OPENED'.
           05 FILLER               PIC X(8) VALUE '  OPEN  '.
           05 FILLER               PIC X(12) VALUE 'DEADLINE'.
           05 FILLER               PIC X(9) VALUE '   LEFT  '.
           05 FILLER               PIC X(10) VALUE 'CREDIT'.
           05 FILLER               PIC X(11) VALUE 'FLAG'.

       01  DETAIL-LINE.
           05 DL-TRAN-ID           PIC 9(15).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUST-ID           PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-POSTING-DATE      PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-AMOUNT            PIC $$,$$$,$$$,$$9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DL-CURRENCY-CODE     PIC X(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-REASON-CODE       PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-OPENED-DATE       PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS-OPEN         PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DEADLINE-DATE     PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-DAYS-LEFT         PIC -ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CREDIT            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-FLAG              PIC X(11).

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(30).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           SORT DISPUTE-SORT-FILE
              ON ASCENDING KEY DS-DEADLINE-DATE
                               DS-TRAN-ID
              INPUT PROCEDURE IS SELECT-OPEN-DISPUTES
              OUTPUT PROCEDURE IS REPORT-OPEN-DISPUTES
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Open Dispute Aging'
           DISPLAY 'Enter Run Date (CCYY-MM-DD, blank = today): '
           ACCEPT WS-RUN-DATE
           DISPLAY 'Enter Provisional Credit Days: '
           ACCEPT WS-CREDIT-DAYS
           IF WS-CREDIT-DAYS NOT NUMERIC OR WS-CREDIT-DAYS = 0
              MOVE 10 TO WS-CREDIT-DAYS
           END-IF
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-RUN-INTEGER FROM DATE YYYYMMDD
              MOVE WS-RUN-INTEGER(1:4) TO WS-RUN-DATE(1:4)
              MOVE '-' TO WS-RUN-DATE(5:1)
              MOVE WS-RUN-INTEGER(5:2) TO WS-RUN-DATE(6:2)
              MOVE '-' TO WS-RUN-DATE(8:1)
              MOVE WS-RUN-INTEGER(7:2) TO WS-RUN-DATE(9:2)
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-INTEGER(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-RUN-INTEGER(5:2)
           MOVE WS-RUN-DATE(9:2) TO WS-RUN-INTEGER(7:2)
           COMPUTE WS-RUN-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-RUN-INTEGER)
           OPEN INPUT DISPUTE-FILE
           OPEN OUTPUT AGING-REPORT
           IF WS-DISP-STATUS NOT = '00' OR
              WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE AGING-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM COLUMN-HEADER.

       SELECT-OPEN-DISPUTES.
           PERFORM SELECT-NEXT-DISPUTE UNTIL WS-DISP-EOF-FLAG = 'Y'.

       SELECT-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-DISP-EOF-FLAG
              NOT AT END
                 EVALUATE TRUE
                    WHEN DSP-OPEN OR DSP-UPHOLD-PENDING
                       PERFORM RELEASE-OPEN-DISPUTE
                    WHEN DSP-UPHELD AND
                         DSP-RESOLVED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-UPHELD-TODAY-COUNT
                    WHEN DSP-DECLINED AND
                         DSP-RESOLVED-DATE = WS-RUN-DATE
                       ADD 1 TO WS-DECLINED-TODAY-COUNT
                 END-EVALUATE
           END-READ.

       RELEASE-OPEN-DISPUTE.
           MOVE DSP-DEADLINE-DATE TO DS-DEADLINE-DATE
           MOVE DSP-TRAN-ID TO DS-TRAN-ID
           MOVE DSP-CUST-ID TO DS-CUST-ID
           MOVE DSP-POSTING-DATE TO DS-POSTING-DATE
           MOVE DSP-AMOUNT TO DS-AMOUNT
           MOVE DSP-CURRENCY-CODE TO DS-CURRENCY-CODE
           MOVE DSP-REASON-CODE TO DS-REASON-CODE
           MOVE DSP-OPENED-DATE TO DS-OPENED-DATE
           MOVE DSP-CREDIT-FLAG TO DS-CREDIT-FLAG
           MOVE DSP-STATUS TO DS-STATUS
           RELEASE DISPUTE-SORT-RECORD.

       REPORT-OPEN-DISPUTES.
           PERFORM REPORT-NEXT-DISPUTE UNTIL WS-SORT-EOF-FLAG = 'Y'.

       REPORT-NEXT-DISPUTE.
           RETURN DISPUTE-SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-FLAG
              NOT AT END
                 PERFORM AGE-DISPUTE
                 PERFORM WRITE-DISPUTE-LINE
           END-RETURN.

       AGE-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE DS-OPENED-DATE(1:4) TO WS-WORK-INTEGER(1:4)
           MOVE DS-OPENED-DATE(6:2) TO WS-WORK-INTEGER(5:2)
           MOVE DS-OPENED-DATE(9:2) TO WS-WORK-INTEGER(7:2)
           COMPUTE WS-WORK-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-WORK-INTEGER)
           COMPUTE WS-DAYS-OPEN = WS-RUN-SERIAL - WS-WORK-SERIAL
           IF WS-DAYS-OPEN < 0
              MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE DS-DEADLINE-DATE(1:4) TO WS-WORK-INTEGER(1:4)
           MOVE DS-DEADLINE-DATE(6:2) TO WS-WORK-INTEGER(5:2)
           MOVE DS-DEADLINE-DATE(9:2) TO WS-WORK-INTEGER(7:2)
           COMPUTE WS-WORK-SERIAL =
              FUNCTION INTEGER-OF-DATE(WS-WORK-INTEGER)
           COMPUTE WS-DAYS-LEFT = WS-WORK-SERIAL - WS-RUN-SERIAL
           MOVE SPACES TO DL-FLAG
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE 'OVERDUE' TO DL-FLAG
              WHEN WS-DAYS-LEFT NOT > 7
                 ADD 1 TO WS-DUE-WEEK-COUNT
              WHEN WS-DAYS-LEFT NOT > 14
                 ADD 1 TO WS-DUE-FORTNIGHT-COUNT
              WHEN OTHER
                 ADD 1 TO WS-DUE-LATER-COUNT
           END-EVALUATE
      *    An uphold awaiting approval needs no provisional credit -
      *    the reversal itself gives the customer the money back.
           IF DS-STATUS = 'P'
              ADD 1 TO WS-UPHOLD-PENDING-COUNT
              IF DL-FLAG = SPACES
                 MOVE 'UPHOLD PEND' TO DL-FLAG
              END-IF
           END-IF
           IF DS-CREDIT-FLAG = 'Y'
              ADD 1 TO WS-CREDITED-COUNT
              MOVE 'GIVEN' TO DL-CREDIT
           ELSE
              MOVE 'NONE' TO DL-CREDIT
              IF WS-DAYS-OPEN > WS-CREDIT-DAYS AND DS-STATUS NOT = 'P'
                 ADD 1 TO WS-CREDIT-DUE-COUNT
                 IF DL-FLAG = SPACES
                    MOVE 'CREDIT DUE' TO DL-FLAG
                 END-IF
              END-IF
           END-IF.

       WRITE-DISPUTE-LINE.
           MOVE DS-TRAN-ID TO DL-TRAN-ID
           MOVE DS-CUST-ID TO DL-CUST-ID
           MOVE DS-POSTING-DATE TO DL-POSTING-DATE
           MOVE DS-AMOUNT TO DL-AMOUNT
           MOVE DS-CURRENCY-CODE TO DL-CURRENCY-CODE
           MOVE DS-REASON-CODE TO DL-REASON-CODE
           MOVE DS-OPENED-DATE TO DL-OPENED-DATE
           MOVE WS-DAYS-OPEN TO DL-DAYS-OPEN
           MOVE DS-DEADLINE-DATE TO DL-DEADLINE-DATE
           MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT
           WRITE AGING-REPORT-LINE FROM DETAIL-LINE.

       FINALIZATION.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'Open Disputes:' TO SC-LABEL
           MOVE WS-OPEN-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Past Deadline:' TO SC-LABEL
           MOVE WS-OVERDUE-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Deadline Within 7 Days:' TO SC-LABEL
           MOVE WS-DUE-WEEK-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Deadline In 8-14 Days:' TO SC-LABEL
           MOVE WS-DUE-FORTNIGHT-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Deadline After 14 Days:' TO SC-LABEL
           MOVE WS-DUE-LATER-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Provisionally Credited:' TO SC-LABEL
           MOVE WS-CREDITED-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Provisional Credit Due:' TO SC-LABEL
           MOVE WS-CREDIT-DUE-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Uphold Awaiting Approval:' TO SC-LABEL
           MOVE WS-UPHOLD-PENDING-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Upheld On Run Date:' TO SC-LABEL
           MOVE WS-UPHELD-TODAY-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Declined On Run Date:' TO SC-LABEL
           MOVE WS-DECLINED-TODAY-COUNT TO SC-COUNT
           WRITE AGING-REPORT-LINE FROM SUMMARY-COUNT-LINE

           CLOSE DISPUTE-FILE
           CLOSE AGING-REPORT

           DISPLAY 'Open Dispute Aging Complete'
           DISPLAY 'Open Disputes: ' WS-OPEN-COUNT
           DISPLAY 'Past Deadline: ' WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
