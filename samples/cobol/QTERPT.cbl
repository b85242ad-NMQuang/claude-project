       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTERPT.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * WEEKLY QUOTATION REPORT                                       *
      * Lists the quotations VALIDATE saved on QUOTEFIL over the      *
      * number of days given on SYSIN (a week unless told             *
      * otherwise) as open, converted (with the ORDPROC order         *
      * number) or expired - still open past the expiry date - and    *
      * summarises them by salesperson with the conversion rate,      *
      * converted quotes as a percentage of quotes issued.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO 'QUOTEFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTE-QUOTE-NO
           FILE STATUS IS WS-QUOTE-STATUS.

           SELECT QUOTE-REPORT ASSIGN TO 'QTERPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
           COPY QTEREC.

       FD  QUOTE-REPORT.
       01  QUOTE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUOTE-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.
       01  WS-EOF-FLAG             PIC X VALUE 'N'.

       01  WS-DAYS-BACK            PIC 9(3).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-INTEGER         PIC 9(8).
       01  WS-TODAY                PIC X(10).
       01  WS-FROM-DATE            PIC X(10).
       01  WS-FORMATTED-DATE       PIC X(10).
       01  WS-QUOTE-STATE          PIC X(9).

       01  WS-SP-MAX               PIC 9(3) VALUE 100.
       01  WS-SP-COUNT             PIC 9(3) VALUE 0.
       01  WS-SP-SUB               PIC 9(3).
       01  WS-SP-FOUND             PIC X VALUE 'N'.
       01  WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 100 TIMES.
              10 WS-SP-NAME        PIC X(50).
              10 WS-SP-ISSUED      PIC 9(5).
              10 WS-SP-OPEN        PIC 9(5).
              10 WS-SP-CONVERTED   PIC 9(5).
              10 WS-SP-EXPIRED     PIC 9(5).
              10 WS-SP-QUOTED-VALUE PIC S9(12)V99.
              10 WS-SP-CONV-VALUE  PIC S9(12)V99.
       01  WS-SALESPERSON          PIC X(50).
       01  WS-CONV-RATE            PIC 9(3)V99.

       01  WS-ISSUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
       01  WS-CONVERTED-COUNT      PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(7) VALUE 0.

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(42) VALUE
              '          WEEKLY QUOTATION REPORT'.
           05 FILLER               PIC X(90) VALUE SPACES.

       01  REPORT-HEADER-2.
           05 FILLER               PIC X(21) VALUE
              'Quotations Issued '.
           05 RH-FROM-DATE         PIC X(10).
           05 FILLER               PIC X(4) VALUE ' to '.
           05 RH-TO-DATE           PIC X(10).
           05 FILLER               PIC X(87) VALUE SPACES.

       01  DETAIL-COLUMN-HEADER.
           05 FILLER               PIC X(48) VALUE
              'QUOTE NO    CUSTOMER  QUOTED      EXPIRES'.
           05 FILLER               PIC X(84) VALUE
              'SALESPERSON                        QUOTED TOTAL  STATE
      -       '         ORDER'.

       01  DETAIL-LINE.
           05 DL-QUOTE-NO          PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-CUSTOMER-ID       PIC Z(9)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-QUOTE-DATE        PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-EXPIRY-DATE       PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-SALESPERSON       PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-FINAL-TOTAL       PIC $$,$$$,$$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-STATE             PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DL-ORDER-ID          PIC Z(9)9.
           05 FILLER               PIC X(11) VALUE SPACES.

       01  SALESPERSON-SECTION-HEADER.
           05 FILLER               PIC X(50) VALUE
              '          CONVERSION BY SALESPERSON'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  SALESPERSON-COLUMN-HEADER.
           05 FILLER               PIC X(62) VALUE
              'SALESPERSON                     ISSUED    OPEN  CONV  EX
      -       'PIRED'.
           05 FILLER               PIC X(70) VALUE
              '      QUOTED VALUE   CONVERTED VALUE    RATE'.

       01  SALESPERSON-LINE.
           05 SL-SALESPERSON       PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-ISSUED            PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-OPEN              PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-CONVERTED         PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-EXPIRED           PIC ZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-QUOTED-VALUE      PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-CONV-VALUE        PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SL-CONV-RATE         PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE '%'.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 SC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           PERFORM REPORT-NEXT-QUOTE UNTIL WS-EOF-FLAG = 'Y'
           PERFORM PRINT-SALESPERSON-SUMMARY
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Weekly Quotation Report'
           DISPLAY 'Enter Days Back (0 for 7): '
           ACCEPT WS-DAYS-BACK
           IF WS-DAYS-BACK NOT NUMERIC OR WS-DAYS-BACK = 0
              MOVE 7 TO WS-DAYS-BACK
           END-IF
           OPEN INPUT QUOTE-FILE
           OPEN OUTPUT QUOTE-REPORT
           IF WS-QUOTE-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM FORMAT-WORK-DATE
           MOVE WS-FORMATTED-DATE TO WS-TODAY
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DAYS-BACK
              + 1
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM FORMAT-WORK-DATE
           MOVE WS-FORMATTED-DATE TO WS-FROM-DATE
           WRITE QUOTE-REPORT-LINE FROM REPORT-HEADER-1
           MOVE WS-FROM-DATE TO RH-FROM-DATE
           MOVE WS-TODAY TO RH-TO-DATE
           WRITE QUOTE-REPORT-LINE FROM REPORT-HEADER-2
           MOVE SPACES TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM DETAIL-COLUMN-HEADER
           MOVE LOW-VALUES TO QTE-QUOTE-NO
           START QUOTE-FILE KEY IS NOT LESS THAN QTE-QUOTE-NO
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
           END-START.

       FORMAT-WORK-DATE.
           MOVE SPACES TO WS-FORMATTED-DATE
           MOVE WS-WORK-DATE(1:4) TO WS-FORMATTED-DATE(1:4)
           MOVE '-' TO WS-FORMATTED-DATE(5:1)
           MOVE WS-WORK-DATE(5:2) TO WS-FORMATTED-DATE(6:2)
           MOVE '-' TO WS-FORMATTED-DATE(8:1)
           MOVE WS-WORK-DATE(7:2) TO WS-FORMATTED-DATE(9:2).

       REPORT-NEXT-QUOTE.
           READ QUOTE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT AT END
                 IF QTE-QUOTE-DATE NOT < WS-FROM-DATE
                    PERFORM REPORT-QUOTE
                 END-IF
           END-READ.

      *    Expired is an open quote whose expiry date has passed;
      *    the state is worked out at report time.
       REPORT-QUOTE.
           ADD 1 TO WS-ISSUED-COUNT
           EVALUATE TRUE
              WHEN QTE-STATUS-CONVERTED
                 MOVE 'CONVERTED' TO WS-QUOTE-STATE
                 ADD 1 TO WS-CONVERTED-COUNT
              WHEN QTE-EXPIRY-DATE < WS-TODAY
                 MOVE 'EXPIRED' TO WS-QUOTE-STATE
                 ADD 1 TO WS-EXPIRED-COUNT
              WHEN OTHER
                 MOVE 'OPEN' TO WS-QUOTE-STATE
                 ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           MOVE QTE-QUOTE-NO TO DL-QUOTE-NO
           MOVE QTE-CUSTOMER-ID TO DL-CUSTOMER-ID
           MOVE QTE-QUOTE-DATE TO DL-QUOTE-DATE
           MOVE QTE-EXPIRY-DATE TO DL-EXPIRY-DATE
           MOVE QTE-SALESPERSON TO DL-SALESPERSON
           MOVE QTE-FINAL-TOTAL TO DL-FINAL-TOTAL
           MOVE WS-QUOTE-STATE TO DL-STATE
           MOVE QTE-ORDER-ID TO DL-ORDER-ID
           WRITE QUOTE-REPORT-LINE FROM DETAIL-LINE
           PERFORM ADD-TO-SALESPERSON.

       ADD-TO-SALESPERSON.
           MOVE QTE-SALESPERSON TO WS-SALESPERSON
           IF WS-SALESPERSON = SPACES
              MOVE '(NO SALESPERSON)' TO WS-SALESPERSON
           END-IF
           MOVE 'N' TO WS-SP-FOUND
           MOVE 1 TO WS-SP-SUB
           PERFORM MATCH-SALESPERSON
              UNTIL WS-SP-FOUND = 'Y' OR WS-SP-SUB > WS-SP-COUNT
           IF WS-SP-FOUND = 'N'
              IF WS-SP-COUNT < WS-SP-MAX
                 ADD 1 TO WS-SP-COUNT
                 MOVE WS-SP-COUNT TO WS-SP-SUB
                 MOVE WS-SALESPERSON TO WS-SP-NAME(WS-SP-SUB)
                 MOVE 0 TO WS-SP-ISSUED(WS-SP-SUB)
                 MOVE 0 TO WS-SP-OPEN(WS-SP-SUB)
                 MOVE 0 TO WS-SP-CONVERTED(WS-SP-SUB)
                 MOVE 0 TO WS-SP-EXPIRED(WS-SP-SUB)
                 MOVE 0 TO WS-SP-QUOTED-VALUE(WS-SP-SUB)
                 MOVE 0 TO WS-SP-CONV-VALUE(WS-SP-SUB)
                 MOVE 'Y' TO WS-SP-FOUND
              ELSE
                 DISPLAY 'Salesperson table full - not summarised: '
                    WS-SALESPERSON
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-SP-FOUND = 'Y'
              ADD 1 TO WS-SP-ISSUED(WS-SP-SUB)
              ADD QTE-FINAL-TOTAL TO WS-SP-QUOTED-VALUE(WS-SP-SUB)
              EVALUATE WS-QUOTE-STATE
                 WHEN 'CONVERTED'
                    ADD 1 TO WS-SP-CONVERTED(WS-SP-SUB)
                    ADD QTE-FINAL-TOTAL TO WS-SP-CONV-VALUE(WS-SP-SUB)
                 WHEN 'EXPIRED'
                    ADD 1 TO WS-SP-EXPIRED(WS-SP-SUB)
                 WHEN OTHER
                    ADD 1 TO WS-SP-OPEN(WS-SP-SUB)
              END-EVALUATE
           END-IF.

       MATCH-SALESPERSON.
           IF WS-SP-NAME(WS-SP-SUB) = WS-SALESPERSON
              MOVE 'Y' TO WS-SP-FOUND
           ELSE
              ADD 1 TO WS-SP-SUB
           END-IF.

       PRINT-SALESPERSON-SUMMARY.
           MOVE SPACES TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM SALESPERSON-SECTION-HEADER
           MOVE SPACES TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE FROM SALESPERSON-COLUMN-HEADER
           MOVE 1 TO WS-SP-SUB
           PERFORM PRINT-SALESPERSON-LINE
              UNTIL WS-SP-SUB > WS-SP-COUNT.

       PRINT-SALESPERSON-LINE.
           MOVE WS-SP-NAME(WS-SP-SUB) TO SL-SALESPERSON
           MOVE WS-SP-ISSUED(WS-SP-SUB) TO SL-ISSUED
           MOVE WS-SP-OPEN(WS-SP-SUB) TO SL-OPEN
           MOVE WS-SP-CONVERTED(WS-SP-SUB) TO SL-CONVERTED
           MOVE WS-SP-EXPIRED(WS-SP-SUB) TO SL-EXPIRED
           MOVE WS-SP-QUOTED-VALUE(WS-SP-SUB) TO SL-QUOTED-VALUE
           MOVE WS-SP-CONV-VALUE(WS-SP-SUB) TO SL-CONV-VALUE
           COMPUTE WS-CONV-RATE ROUNDED =
              WS-SP-CONVERTED(WS-SP-SUB) * 100
              / WS-SP-ISSUED(WS-SP-SUB)
           MOVE WS-CONV-RATE TO SL-CONV-RATE
           WRITE QUOTE-REPORT-LINE FROM SALESPERSON-LINE
           ADD 1 TO WS-SP-SUB.

       FINALIZATION.
           MOVE SPACES TO QUOTE-REPORT-LINE
           WRITE QUOTE-REPORT-LINE
           MOVE 'Quotations Issued:' TO SC-LABEL
           MOVE WS-ISSUED-COUNT TO SC-COUNT
           WRITE QUOTE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Open:' TO SC-LABEL
           MOVE WS-OPEN-COUNT TO SC-COUNT
           WRITE QUOTE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Converted:' TO SC-LABEL
           MOVE WS-CONVERTED-COUNT TO SC-COUNT
           WRITE QUOTE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           MOVE 'Expired:' TO SC-LABEL
           MOVE WS-EXPIRED-COUNT TO SC-COUNT
           WRITE QUOTE-REPORT-LINE FROM SUMMARY-COUNT-LINE
           CLOSE QUOTE-FILE
           CLOSE QUOTE-REPORT
           DISPLAY 'Weekly Quotation Report Complete'
           DISPLAY 'Quotations Issued: ' WS-ISSUED-COUNT
           DISPLAY 'Converted: ' WS-CONVERTED-COUNT
           DISPLAY 'Expired: ' WS-EXPIRED-COUNT.
