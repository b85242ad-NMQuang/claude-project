       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * MASTER FILE BACKUP SET - BACKUP, VERIFY AND RESTORE           *
      * The files the posting run depends on (CUSTFILE, ACCTFILE,     *
      * TRANHIST, POSTEDTR, HOLDFILE, LIMOVRD, GLBAL, PRODMAST,       *
      * ORDERFIL) are saved together as one backup set:               *
      *  - BACKUP copies every record of every file to the BKSET      *
      *    generation, each tagged with its file name and the set ID  *
      *    (run date and time), and writes one BKMANIF manifest       *
      *    record per file: record count, control total (balances,    *
      *    amounts or quantities where the file carries one) and      *
      *    low and high key.                                          *
      *  - VERIFY re-reads a BKSET generation and proves every file   *
      *    in it against the manifest written with it.                *
      *  - RESTORE verifies first, then reloads all nine files from   *
      *    the one set, so the files always come back from the same   *
      *    point in time. Nothing is touched if the set fails to      *
      *    verify or is not the set date given on SYSIN.              *
      * SYSIN: the mode, then for RESTORE (optional for VERIFY) the   *
      * set date CCYYMMDD. Return code 8 on a VERIFY mismatch, 16 on  *
      * a backup that could not read a file or a refused restore.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRAN-HISTORY-FILE ASSIGN TO 'TRANHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT POSTED-TRAN-FILE ASSIGN TO 'POSTEDTR'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PT-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-CUST-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT OVERRIDE-FILE ASSIGN TO 'LIMOVRD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LO-CUST-ID
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO 'GLBAL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLB-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORDER-FILE ASSIGN TO 'ORDERFIL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKUP-SET-FILE ASSIGN TO 'BKSET'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BKSET-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'BKMANIF'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MANIF-STATUS.

           SELECT BACKUP-REPORT ASSIGN TO 'BKUPRPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05 PH-KEY.
              10 PH-CUST-ID        PIC 9(10).
              10 PH-DATE           PIC X(10).
              10 PH-TRAN-ID        PIC 9(15).
           05 PH-TYPE              PIC X(2).
           05 PH-AMOUNT            PIC S9(10)V99.
           05 PH-TIME              PIC X(8).
           05 PH-FROM-CUST-ID      PIC 9(10).
           05 PH-TO-CUST-ID        PIC 9(10).
           05 PH-CURRENCY-CODE     PIC X(3).
           05 PH-REVERSED-FLAG     PIC X(1).
           05 PH-BRANCH-ID         PIC X(3).
           05 PH-POSTED-DATE       PIC X(10).
           05 PH-POSTED-AMOUNT     PIC S9(10)V99.

       FD  POSTED-TRAN-FILE.
       01  POSTED-TRAN-RECORD.
           05 PT-KEY.
              10 PT-DATE           PIC X(10).
              10 PT-TRAN-ID        PIC 9(15).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-CUST-ID         PIC 9(10).
           05 HOLD-TYPE            PIC X(2).
           05 HOLD-THRESHOLD-AMOUNT PIC 9(10)V99.
           05 HOLD-PLACED-DATE     PIC X(10).
           05 HOLD-EXPIRY-DATE     PIC X(10).
           05 HOLD-REASON          PIC X(50).
           05 HOLD-ACCT-NO         PIC 9(4).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 LO-CUST-ID           PIC 9(10).
           05 LO-OVERRIDE-LIMIT    PIC 9(10)V99.
           05 LO-START-DATE        PIC X(10).
           05 LO-EXPIRY-DATE       PIC X(10).
           05 LO-OPERATOR          PIC X(8).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05 GLB-KEY.
              10 GLB-ACCOUNT       PIC X(8).
              10 GLB-CURRENCY      PIC X(3).
           05 GLB-BALANCE          PIC S9(13)V99.
           05 GLB-PTD-DEBITS       PIC 9(13)V99.
           05 GLB-PTD-CREDITS      PIC 9(13)V99.
           05 GLB-LAST-POST-DATE   PIC X(8).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PROD-CODE            PIC X(10).
           05 PROD-DESCRIPTION     PIC X(30).
           05 PROD-STD-UNIT-PRICE  PIC 9(8)V99.
           05 PROD-ON-HAND-QTY     PIC 9(7).
           05 PROD-ALLOCATED-QTY   PIC 9(7).
           05 PROD-REORDER-POINT   PIC 9(7).
           05 PROD-STATUS          PIC X(1).
           05 PROD-COUNT-FREEZE    PIC X(1).

       FD  ORDER-FILE.
           COPY ORDREC.

       FD  BACKUP-SET-FILE.
       01  BACKUP-SET-RECORD.
           05 BK-FILE-ID           PIC X(8).
           05 BK-SET-ID            PIC X(16).
           05 BK-DATA              PIC X(487).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MF-SET-ID            PIC X(16).
           05 MF-FILE-ID           PIC X(8).
           05 MF-RECORD-COUNT      PIC 9(9).
           05 MF-CONTROL-TOTAL     PIC S9(15)V99.
           05 MF-LOW-KEY           PIC X(35).
           05 MF-HIGH-KEY          PIC X(35).

       FD  BACKUP-REPORT.
       01  BACKUP-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-BKSET-STATUS         PIC XX.
       01  WS-MANIF-STATUS         PIC XX.
       01  WS-RPT-STATUS           PIC XX.

       01  WS-MODE                 PIC X(8).
           88 MODE-BACKUP          VALUE 'BACKUP'.
           88 MODE-VERIFY          VALUE 'VERIFY'.
           88 MODE-RESTORE         VALUE 'RESTORE'.
       01  WS-REQUESTED-SET-DATE   PIC X(8).

       01  WS-MASTER-EOF           PIC X.
       01  WS-BKSET-EOF            PIC X.
       01  WS-MANIF-EOF            PIC X.
       01  WS-VERIFY-FAILED        PIC X VALUE 'N'.
       01  WS-BACKUP-FAILED        PIC X VALUE 'N'.

       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-ACCEPT-TIME          PIC 9(8).
       01  WS-SET-ID               PIC X(16).
       01  WS-MANIFEST-SET-ID      PIC X(16).
       01  WS-FOREIGN-COUNT        PIC 9(9) VALUE 0.
       01  WS-SEQUENCE-ERRORS      PIC 9(9) VALUE 0.
       01  WS-LAST-FILE-SUB        PIC 9(2).

      *    The nine files of the set, in the order they are saved,
      *    with the length of each file's key at the front of its
      *    record.
       01  WS-FILE-NAMES.
           05 FILLER               PIC X(10) VALUE 'CUSTFILE10'.
           05 FILLER               PIC X(10) VALUE 'ACCTFILE14'.
           05 FILLER               PIC X(10) VALUE 'TRANHIST35'.
           05 FILLER               PIC X(10) VALUE 'POSTEDTR25'.
           05 FILLER               PIC X(10) VALUE 'HOLDFILE10'.
           05 FILLER               PIC X(10) VALUE 'LIMOVRD 10'.
           05 FILLER               PIC X(10) VALUE 'GLBAL   11'.
           05 FILLER               PIC X(10) VALUE 'PRODMAST10'.
           05 FILLER               PIC X(10) VALUE 'ORDERFIL10'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME-ENTRY OCCURS 9 TIMES.
              10 WS-FN-ID          PIC X(8).
              10 WS-FN-KEY-LEN     PIC 9(2).

       01  WS-FILE-COUNT           PIC 9(2) VALUE 9.
       01  WS-FILE-SUB             PIC 9(2).
       01  WS-FILE-FOUND           PIC X.
       01  WS-LOOKUP-FILE-ID       PIC X(8).

      *    Controls counted from the records (WS-FT-) beside the
      *    controls read back from the manifest (WS-MF-).
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
              10 WS-FT-ID          PIC X(8).
              10 WS-FT-KEY-LEN     PIC 9(2).
              10 WS-FT-PRESENT     PIC X.
              10 WS-FT-COUNT       PIC 9(9).
              10 WS-FT-TOTAL       PIC S9(15)V99.
              10 WS-FT-LOW-KEY     PIC X(35).
              10 WS-FT-HIGH-KEY    PIC X(35).
              10 WS-MF-FOUND       PIC X.
              10 WS-MF-COUNT       PIC 9(9).
              10 WS-MF-TOTAL       PIC S9(15)V99.
              10 WS-MF-LOW-KEY     PIC X(35).
              10 WS-MF-HIGH-KEY    PIC X(35).
              10 WS-RS-COUNT       PIC 9(9).

      *    One record image with a view per file of the field that
      *    makes up its control total.
       01  WS-MASTER-IMAGE         PIC X(487).
       01  WS-CUSTOMER-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(380).
           05 WS-CV-BALANCE        PIC S9(10)V99.
           05 FILLER               PIC X(95).
       01  WS-ACCOUNT-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(14).
           05 WS-AV-BALANCE        PIC S9(10)V99.
           05 FILLER               PIC X(461).
       01  WS-HISTORY-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(37).
           05 WS-HV-AMOUNT         PIC S9(10)V99.
           05 FILLER               PIC X(438).
       01  WS-OVERRIDE-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(10).
           05 WS-LV-LIMIT          PIC 9(10)V99.
           05 FILLER               PIC X(465).
       01  WS-GL-BALANCE-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(11).
           05 WS-GV-BALANCE        PIC S9(13)V99.
           05 FILLER               PIC X(461).
       01  WS-PRODUCT-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(50).
           05 WS-PV-ON-HAND-QTY    PIC 9(7).
           05 FILLER               PIC X(430).
       01  WS-ORDER-VIEW REDEFINES WS-MASTER-IMAGE.
           05 FILLER               PIC X(66).
           05 WS-OV-FINAL-TOTAL    PIC 9(10)V99.
           05 FILLER               PIC X(409).
       01  WS-RECORD-KEY           PIC X(35).

       01  REPORT-HEADER-1.
           05 FILLER               PIC X(40) VALUE
              '      MASTER FILE BACKUP SET REPORT - '.
           05 RH-MODE              PIC X(8).
           05 FILLER               PIC X(8) VALUE '  SET: '.
           05 RH-SET-ID            PIC X(16).
           05 FILLER               PIC X(60) VALUE SPACES.

       01  COLUMN-HEADER.
           05 FILLER               PIC X(10) VALUE 'FILE'.
           05 FILLER               PIC X(13) VALUE '    RECORDS'.
           05 FILLER               PIC X(21) VALUE
              '      CONTROL TOTAL'.
           05 FILLER               PIC X(27) VALUE 'LOW KEY'.
           05 FILLER               PIC X(27) VALUE 'HIGH KEY'.
           05 FILLER               PIC X(34) VALUE 'RESULT'.

       01  FILE-CONTROL-LINE.
           05 FC-FILE-ID           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FC-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FC-TOTAL             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FC-LOW-KEY           PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FC-HIGH-KEY          PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FC-RESULT            PIC X(30).
           05 FILLER               PIC X(4) VALUE SPACES.

       01  MESSAGE-LINE.
           05 ML-TEXT              PIC X(100).
           05 FILLER               PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM INITIALIZATION
           EVALUATE TRUE
              WHEN MODE-BACKUP
                 PERFORM TAKE-BACKUP-SET
              WHEN MODE-VERIFY
                 PERFORM VERIFY-BACKUP-SET
              WHEN MODE-RESTORE
                 PERFORM RESTORE-BACKUP-SET
           END-EVALUATE
           PERFORM FINALIZATION
           STOP RUN.

       INITIALIZATION.
           DISPLAY 'Starting Master File Backup Set'
           DISPLAY 'Enter Mode (BACKUP/VERIFY/RESTORE): '
           ACCEPT WS-MODE
           IF NOT MODE-BACKUP AND NOT MODE-VERIFY AND NOT MODE-RESTORE
              DISPLAY 'Invalid mode: ' WS-MODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-REQUESTED-SET-DATE
           IF NOT MODE-BACKUP
              DISPLAY 'Enter Backup Set Date (CCYYMMDD): '
              ACCEPT WS-REQUESTED-SET-DATE
           END-IF
           IF MODE-RESTORE AND WS-REQUESTED-SET-DATE = SPACES
              DISPLAY 'RESTORE needs the backup set date'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE WS-ACCEPT-DATE TO WS-SET-ID(1:8)
           MOVE WS-ACCEPT-TIME TO WS-SET-ID(9:8)
           MOVE 1 TO WS-FILE-SUB
           PERFORM CLEAR-FILE-ENTRY UNTIL WS-FILE-SUB > WS-FILE-COUNT
           OPEN OUTPUT BACKUP-REPORT
           IF WS-RPT-STATUS NOT = '00'
              DISPLAY 'Error opening files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLEAR-FILE-ENTRY.
           MOVE WS-FN-ID(WS-FILE-SUB) TO WS-FT-ID(WS-FILE-SUB)
           MOVE WS-FN-KEY-LEN(WS-FILE-SUB)
              TO WS-FT-KEY-LEN(WS-FILE-SUB)
           MOVE 'N' TO WS-FT-PRESENT(WS-FILE-SUB)
           MOVE 0 TO WS-FT-COUNT(WS-FILE-SUB)
           MOVE 0 TO WS-FT-TOTAL(WS-FILE-SUB)
           MOVE SPACES TO WS-FT-LOW-KEY(WS-FILE-SUB)
           MOVE SPACES TO WS-FT-HIGH-KEY(WS-FILE-SUB)
           MOVE 'N' TO WS-MF-FOUND(WS-FILE-SUB)
           MOVE 0 TO WS-MF-COUNT(WS-FILE-SUB)
           MOVE 0 TO WS-MF-TOTAL(WS-FILE-SUB)
           MOVE SPACES TO WS-MF-LOW-KEY(WS-FILE-SUB)
           MOVE SPACES TO WS-MF-HIGH-KEY(WS-FILE-SUB)
           MOVE 0 TO WS-RS-COUNT(WS-FILE-SUB)
           ADD 1 TO WS-FILE-SUB.

      *****************************************************************
      * BACKUP - one pass over each file in turn                      *
      *****************************************************************
       TAKE-BACKUP-SET.
           OPEN OUTPUT BACKUP-SET-FILE
           OPEN OUTPUT MANIFEST-FILE
           IF WS-BKSET-STATUS NOT = '00' OR WS-MANIF-STATUS NOT = '00'
              DISPLAY 'Error opening backup set files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'BACKUP' TO RH-MODE
           MOVE WS-SET-ID TO RH-SET-ID
           PERFORM WRITE-REPORT-HEADERS
           MOVE 1 TO WS-FILE-SUB
           PERFORM BACKUP-MASTER-FILE UNTIL WS-FILE-SUB > WS-FILE-COUNT
           CLOSE BACKUP-SET-FILE
           CLOSE MANIFEST-FILE
           IF WS-BACKUP-FAILED = 'Y'
              MOVE 'BACKUP INCOMPLETE - SET MUST NOT BE RELIED ON'
                 TO ML-TEXT
              WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
              MOVE 16 TO RETURN-CODE
           END-IF.

      *    A file that has never been created (status 35) is saved
      *    as empty, so a restore leaves it empty too.
       BACKUP-MASTER-FILE.
           PERFORM OPEN-MASTER-INPUT
           MOVE SPACES TO FC-RESULT
           EVALUATE WS-MASTER-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-FT-PRESENT(WS-FILE-SUB)
                 MOVE 'N' TO WS-MASTER-EOF
                 PERFORM COPY-MASTER-RECORD UNTIL WS-MASTER-EOF = 'Y'
                 PERFORM CLOSE-MASTER-FILE
                 MOVE 'SAVED' TO FC-RESULT
              WHEN '35'
                 MOVE 'NOT PRESENT - SAVED EMPTY' TO FC-RESULT
              WHEN OTHER
                 MOVE 'Y' TO WS-BACKUP-FAILED
                 STRING 'OPEN FAILED, STATUS ' WS-MASTER-STATUS
                    DELIMITED BY SIZE INTO FC-RESULT
           END-EVALUATE
           MOVE WS-SET-ID TO MF-SET-ID
           MOVE WS-FT-ID(WS-FILE-SUB) TO MF-FILE-ID
           MOVE WS-FT-COUNT(WS-FILE-SUB) TO MF-RECORD-COUNT
           MOVE WS-FT-TOTAL(WS-FILE-SUB) TO MF-CONTROL-TOTAL
           MOVE WS-FT-LOW-KEY(WS-FILE-SUB) TO MF-LOW-KEY
           MOVE WS-FT-HIGH-KEY(WS-FILE-SUB) TO MF-HIGH-KEY
           WRITE MANIFEST-RECORD
           PERFORM WRITE-FILE-CONTROL-LINE
           ADD 1 TO WS-FILE-SUB.

       OPEN-MASTER-INPUT.
           EVALUATE WS-FILE-SUB
              WHEN 1 OPEN INPUT CUSTOMER-FILE
              WHEN 2 OPEN INPUT ACCOUNT-FILE
              WHEN 3 OPEN INPUT TRAN-HISTORY-FILE
              WHEN 4 OPEN INPUT POSTED-TRAN-FILE
              WHEN 5 OPEN INPUT HOLD-FILE
              WHEN 6 OPEN INPUT OVERRIDE-FILE
              WHEN 7 OPEN INPUT GL-BALANCE-FILE
              WHEN 8 OPEN INPUT PRODUCT-FILE
              WHEN 9 OPEN INPUT ORDER-FILE
           END-EVALUATE.

       CLOSE-MASTER-FILE.
           EVALUATE WS-FILE-SUB
              WHEN 1 CLOSE CUSTOMER-FILE
              WHEN 2 CLOSE ACCOUNT-FILE
              WHEN 3 CLOSE TRAN-HISTORY-FILE
              WHEN 4 CLOSE POSTED-TRAN-FILE
              WHEN 5 CLOSE HOLD-FILE
              WHEN 6 CLOSE OVERRIDE-FILE
              WHEN 7 CLOSE GL-BALANCE-FILE
              WHEN 8 CLOSE PRODUCT-FILE
              WHEN 9 CLOSE ORDER-FILE
           END-EVALUATE.

       COPY-MASTER-RECORD.
           MOVE SPACES TO WS-MASTER-IMAGE
           EVALUATE WS-FILE-SUB
              WHEN 1
                 READ CUSTOMER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE CUSTOMER-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 2
                 READ ACCOUNT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE ACCOUNT-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 3
                 READ TRAN-HISTORY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END
                       MOVE TRAN-HISTORY-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 4
                 READ POSTED-TRAN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END
                       MOVE POSTED-TRAN-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 5
                 READ HOLD-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE HOLD-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 6
                 READ OVERRIDE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE OVERRIDE-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 7
                 READ GL-BALANCE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END
                       MOVE GL-BALANCE-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 8
                 READ PRODUCT-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE PRODUCT-RECORD TO WS-MASTER-IMAGE
                 END-READ
              WHEN 9
                 READ ORDER-FILE
                    AT END MOVE 'Y' TO WS-MASTER-EOF
                    NOT AT END MOVE ORDER-RECORD TO WS-MASTER-IMAGE
                 END-READ
           END-EVALUATE
           IF WS-MASTER-EOF = 'N'
              MOVE WS-FT-ID(WS-FILE-SUB) TO BK-FILE-ID
              MOVE WS-SET-ID TO BK-SET-ID
              MOVE WS-MASTER-IMAGE TO BK-DATA
              WRITE BACKUP-SET-RECORD
              PERFORM ACCUMULATE-FILE-CONTROLS
           END-IF.

      *    Count, control total and key range of the record in
      *    WS-MASTER-IMAGE, for the file at WS-FILE-SUB. ORDERFIL is
      *    sequential, so its range is the lowest and highest order
      *    number seen rather than the first and last record.
       ACCUMULATE-FILE-CONTROLS.
           ADD 1 TO WS-FT-COUNT(WS-FILE-SUB)
           MOVE SPACES TO WS-RECORD-KEY
           MOVE WS-MASTER-IMAGE(1:WS-FT-KEY-LEN(WS-FILE-SUB))
              TO WS-RECORD-KEY
           IF WS-FT-COUNT(WS-FILE-SUB) = 1
              MOVE WS-RECORD-KEY TO WS-FT-LOW-KEY(WS-FILE-SUB)
              MOVE WS-RECORD-KEY TO WS-FT-HIGH-KEY(WS-FILE-SUB)
           ELSE
              IF WS-RECORD-KEY < WS-FT-LOW-KEY(WS-FILE-SUB)
                 MOVE WS-RECORD-KEY TO WS-FT-LOW-KEY(WS-FILE-SUB)
              END-IF
              IF WS-RECORD-KEY > WS-FT-HIGH-KEY(WS-FILE-SUB)
                 MOVE WS-RECORD-KEY TO WS-FT-HIGH-KEY(WS-FILE-SUB)
              END-IF
           END-IF
           EVALUATE WS-FILE-SUB
              WHEN 1
                 ADD WS-CV-BALANCE TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 2
                 ADD WS-AV-BALANCE TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 3
                 ADD WS-HV-AMOUNT TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 6
                 ADD WS-LV-LIMIT TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 7
                 ADD WS-GV-BALANCE TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 8
                 ADD WS-PV-ON-HAND-QTY TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN 9
                 ADD WS-OV-FINAL-TOTAL TO WS-FT-TOTAL(WS-FILE-SUB)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *****************************************************************
      * VERIFY - recount the set and prove it against its manifest    *
      *****************************************************************
       VERIFY-BACKUP-SET.
           MOVE 'VERIFY' TO RH-MODE
           PERFORM PROVE-BACKUP-SET
           IF WS-VERIFY-FAILED = 'Y'
              MOVE 'BACKUP SET FAILED VERIFICATION' TO ML-TEXT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'BACKUP SET VERIFIED AGAINST ITS MANIFEST'
                 TO ML-TEXT
           END-IF
           WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE.

       PROVE-BACKUP-SET.
           OPEN INPUT MANIFEST-FILE
           OPEN INPUT BACKUP-SET-FILE
           IF WS-MANIF-STATUS NOT = '00' OR WS-BKSET-STATUS NOT = '00'
              DISPLAY 'Error opening backup set files'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-MANIFEST-SET-ID
           MOVE 'N' TO WS-MANIF-EOF
           PERFORM LOAD-MANIFEST-RECORD UNTIL WS-MANIF-EOF = 'Y'
           CLOSE MANIFEST-FILE
           MOVE WS-MANIFEST-SET-ID TO RH-SET-ID
           PERFORM WRITE-REPORT-HEADERS
           IF WS-REQUESTED-SET-DATE NOT = SPACES AND
              WS-REQUESTED-SET-DATE NOT = WS-MANIFEST-SET-ID(1:8)
              MOVE 'Y' TO WS-VERIFY-FAILED
              MOVE SPACES TO ML-TEXT
              STRING 'SET ON FILE IS ' WS-MANIFEST-SET-ID(1:8)
                     ', NOT THE REQUESTED ' WS-REQUESTED-SET-DATE
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
           END-IF
           MOVE 0 TO WS-LAST-FILE-SUB
           MOVE 'N' TO WS-BKSET-EOF
           PERFORM COUNT-BACKUP-RECORD UNTIL WS-BKSET-EOF = 'Y'
           CLOSE BACKUP-SET-FILE
           MOVE 1 TO WS-FILE-SUB
           PERFORM COMPARE-FILE-CONTROLS
              UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF WS-FOREIGN-COUNT > 0
              MOVE 'Y' TO WS-VERIFY-FAILED
              MOVE SPACES TO ML-TEXT
              STRING 'RECORDS FROM ANOTHER SET OR FILE: '
                     WS-FOREIGN-COUNT
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
           END-IF
           IF WS-SEQUENCE-ERRORS > 0
              MOVE 'Y' TO WS-VERIFY-FAILED
              MOVE SPACES TO ML-TEXT
              STRING 'RECORDS OUT OF FILE SEQUENCE: '
                     WS-SEQUENCE-ERRORS
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
           END-IF.

       LOAD-MANIFEST-RECORD.
           READ MANIFEST-FILE
              AT END
                 MOVE 'Y' TO WS-MANIF-EOF
              NOT AT END
                 IF WS-MANIFEST-SET-ID = SPACES
                    MOVE MF-SET-ID TO WS-MANIFEST-SET-ID
                 END-IF
                 MOVE MF-FILE-ID TO WS-LOOKUP-FILE-ID
                 PERFORM FIND-FILE-ENTRY
                 IF WS-FILE-FOUND = 'Y' AND
                    MF-SET-ID = WS-MANIFEST-SET-ID
                    MOVE 'Y' TO WS-MF-FOUND(WS-FILE-SUB)
                    MOVE MF-RECORD-COUNT TO WS-MF-COUNT(WS-FILE-SUB)
                    MOVE MF-CONTROL-TOTAL TO WS-MF-TOTAL(WS-FILE-SUB)
                    MOVE MF-LOW-KEY TO WS-MF-LOW-KEY(WS-FILE-SUB)
                    MOVE MF-HIGH-KEY TO WS-MF-HIGH-KEY(WS-FILE-SUB)
                 ELSE
                    MOVE 'Y' TO WS-VERIFY-FAILED
                    MOVE SPACES TO ML-TEXT
                    STRING 'UNEXPECTED MANIFEST ENTRY ' MF-FILE-ID
                           ' SET ' MF-SET-ID
                       DELIMITED BY SIZE INTO ML-TEXT
                    WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
                 END-IF
           END-READ.

       COUNT-BACKUP-RECORD.
           READ BACKUP-SET-FILE
              AT END
                 MOVE 'Y' TO WS-BKSET-EOF
              NOT AT END
                 MOVE BK-FILE-ID TO WS-LOOKUP-FILE-ID
                 PERFORM FIND-FILE-ENTRY
                 IF WS-FILE-FOUND = 'N' OR
                    BK-SET-ID NOT = WS-MANIFEST-SET-ID
                    ADD 1 TO WS-FOREIGN-COUNT
                 ELSE
                    IF WS-FILE-SUB < WS-LAST-FILE-SUB
                       ADD 1 TO WS-SEQUENCE-ERRORS
                    END-IF
                    MOVE WS-FILE-SUB TO WS-LAST-FILE-SUB
                    MOVE BK-DATA TO WS-MASTER-IMAGE
                    PERFORM ACCUMULATE-FILE-CONTROLS
                 END-IF
           END-READ.

       FIND-FILE-ENTRY.
           MOVE 'N' TO WS-FILE-FOUND
           MOVE 1 TO WS-FILE-SUB
           PERFORM MATCH-FILE-ENTRY
              UNTIL WS-FILE-FOUND = 'Y' OR
                    WS-FILE-SUB > WS-FILE-COUNT.

       MATCH-FILE-ENTRY.
           IF WS-FT-ID(WS-FILE-SUB) = WS-LOOKUP-FILE-ID
              MOVE 'Y' TO WS-FILE-FOUND
           ELSE
              ADD 1 TO WS-FILE-SUB
           END-IF.

       COMPARE-FILE-CONTROLS.
           MOVE SPACES TO FC-RESULT
           IF WS-MF-FOUND(WS-FILE-SUB) = 'N'
              MOVE 'NOT IN MANIFEST' TO FC-RESULT
           ELSE
              IF WS-FT-COUNT(WS-FILE-SUB) NOT =
                 WS-MF-COUNT(WS-FILE-SUB)
                 MOVE 'RECORD COUNT DIFFERS' TO FC-RESULT
              ELSE
                 IF WS-FT-TOTAL(WS-FILE-SUB) NOT =
                    WS-MF-TOTAL(WS-FILE-SUB)
                    MOVE 'CONTROL TOTAL DIFFERS' TO FC-RESULT
                 ELSE
                    IF WS-FT-LOW-KEY(WS-FILE-SUB) NOT =
                       WS-MF-LOW-KEY(WS-FILE-SUB) OR
                       WS-FT-HIGH-KEY(WS-FILE-SUB) NOT =
                       WS-MF-HIGH-KEY(WS-FILE-SUB)
                       MOVE 'KEY RANGE DIFFERS' TO FC-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF FC-RESULT = SPACES
              MOVE 'MATCHES MANIFEST' TO FC-RESULT
           ELSE
              MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF
           PERFORM WRITE-FILE-CONTROL-LINE
           ADD 1 TO WS-FILE-SUB.

      *****************************************************************
      * RESTORE - all nine files from the one verified set            *
      *****************************************************************
       RESTORE-BACKUP-SET.
           MOVE 'RESTORE' TO RH-MODE
           PERFORM PROVE-BACKUP-SET
           IF WS-VERIFY-FAILED = 'Y'
              MOVE SPACES TO ML-TEXT
              STRING 'RESTORE REFUSED - SET FAILED VERIFICATION, '
                     'NO FILE CHANGED'
                 DELIMITED BY SIZE INTO ML-TEXT
              WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE
              DISPLAY 'Restore refused - backup set failed to verify'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM RELOAD-MASTER-FILES
           END-IF.

       RELOAD-MASTER-FILES.
           OPEN OUTPUT CUSTOMER-FILE
           OPEN OUTPUT ACCOUNT-FILE
           OPEN OUTPUT TRAN-HISTORY-FILE
           OPEN OUTPUT POSTED-TRAN-FILE
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT OVERRIDE-FILE
           OPEN OUTPUT GL-BALANCE-FILE
           OPEN OUTPUT PRODUCT-FILE
           OPEN OUTPUT ORDER-FILE
           OPEN INPUT BACKUP-SET-FILE
           MOVE 'N' TO WS-BKSET-EOF
           PERFORM RELOAD-MASTER-RECORD UNTIL WS-BKSET-EOF = 'Y'
           CLOSE BACKUP-SET-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE POSTED-TRAN-FILE
           CLOSE HOLD-FILE
           CLOSE OVERRIDE-FILE
           CLOSE GL-BALANCE-FILE
           CLOSE PRODUCT-FILE
           CLOSE ORDER-FILE
           MOVE SPACES TO BACKUP-REPORT-LINE
           WRITE BACKUP-REPORT-LINE
           MOVE 1 TO WS-FILE-SUB
           PERFORM REPORT-RESTORED-FILE
              UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF WS-VERIFY-FAILED = 'Y'
              MOVE 'RESTORE INCOMPLETE - SEE COUNTS ABOVE' TO ML-TEXT
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'ALL FILES RESTORED FROM THE ONE SET' TO ML-TEXT
           END-IF
           WRITE BACKUP-REPORT-LINE FROM MESSAGE-LINE.

       RELOAD-MASTER-RECORD.
           READ BACKUP-SET-FILE
              AT END
                 MOVE 'Y' TO WS-BKSET-EOF
              NOT AT END
                 MOVE BK-FILE-ID TO WS-LOOKUP-FILE-ID
                 PERFORM FIND-FILE-ENTRY
                 MOVE BK-DATA TO WS-MASTER-IMAGE
                 PERFORM WRITE-MASTER-RECORD
           END-READ.

       WRITE-MASTER-RECORD.
           MOVE '00' TO WS-MASTER-STATUS
           EVALUATE WS-FILE-SUB
              WHEN 1
                 MOVE WS-MASTER-IMAGE TO CUSTOMER-RECORD
                 WRITE CUSTOMER-RECORD
              WHEN 2
                 MOVE WS-MASTER-IMAGE TO ACCOUNT-RECORD
                 WRITE ACCOUNT-RECORD
              WHEN 3
                 MOVE WS-MASTER-IMAGE TO TRAN-HISTORY-RECORD
                 WRITE TRAN-HISTORY-RECORD
              WHEN 4
                 MOVE WS-MASTER-IMAGE TO POSTED-TRAN-RECORD
                 WRITE POSTED-TRAN-RECORD
              WHEN 5
                 MOVE WS-MASTER-IMAGE TO HOLD-RECORD
                 WRITE HOLD-RECORD
              WHEN 6
                 MOVE WS-MASTER-IMAGE TO OVERRIDE-RECORD
                 WRITE OVERRIDE-RECORD
              WHEN 7
                 MOVE WS-MASTER-IMAGE TO GL-BALANCE-RECORD
                 WRITE GL-BALANCE-RECORD
              WHEN 8
                 MOVE WS-MASTER-IMAGE TO PRODUCT-RECORD
                 WRITE PRODUCT-RECORD
              WHEN 9
                 MOVE WS-MASTER-IMAGE TO ORDER-RECORD
                 WRITE ORDER-RECORD
           END-EVALUATE
           IF WS-MASTER-STATUS = '00'
              ADD 1 TO WS-RS-COUNT(WS-FILE-SUB)
           ELSE
              DISPLAY 'Error restoring ' WS-FT-ID(WS-FILE-SUB)
                 ' key ' WS-MASTER-IMAGE(1:35) ': ' WS-MASTER-STATUS
           END-IF.

       REPORT-RESTORED-FILE.
           MOVE WS-FT-ID(WS-FILE-SUB) TO FC-FILE-ID
           MOVE WS-RS-COUNT(WS-FILE-SUB) TO FC-COUNT
           MOVE 0 TO FC-TOTAL
           MOVE SPACES TO FC-LOW-KEY
           MOVE SPACES TO FC-HIGH-KEY
           IF WS-RS-COUNT(WS-FILE-SUB) = WS-MF-COUNT(WS-FILE-SUB)
              MOVE 'RESTORED' TO FC-RESULT
           ELSE
              MOVE 'RESTORED COUNT DIFFERS' TO FC-RESULT
              MOVE 'Y' TO WS-VERIFY-FAILED
           END-IF
           WRITE BACKUP-REPORT-LINE FROM FILE-CONTROL-LINE
           ADD 1 TO WS-FILE-SUB.

       WRITE-REPORT-HEADERS.
           WRITE BACKUP-REPORT-LINE FROM REPORT-HEADER-1
           MOVE SPACES TO BACKUP-REPORT-LINE
           WRITE BACKUP-REPORT-LINE
           WRITE BACKUP-REPORT-LINE FROM COLUMN-HEADER.

       WRITE-FILE-CONTROL-LINE.
           MOVE WS-FT-ID(WS-FILE-SUB) TO FC-FILE-ID
           MOVE WS-FT-COUNT(WS-FILE-SUB) TO FC-COUNT
           MOVE WS-FT-TOTAL(WS-FILE-SUB) TO FC-TOTAL
           MOVE WS-FT-LOW-KEY(WS-FILE-SUB) TO FC-LOW-KEY
           MOVE WS-FT-HIGH-KEY(WS-FILE-SUB) TO FC-HIGH-KEY
           WRITE BACKUP-REPORT-LINE FROM FILE-CONTROL-LINE
           DISPLAY WS-FT-ID(WS-FILE-SUB) ' Records: '
              WS-FT-COUNT(WS-FILE-SUB) ' ' FC-RESULT.

       FINALIZATION.
           CLOSE BACKUP-REPORT
           DISPLAY 'Master File Backup Set Complete - ' WS-MODE.
