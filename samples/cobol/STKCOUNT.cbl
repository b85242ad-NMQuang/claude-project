      * count, writes the before/after image to RATAUDIT, books a     *
      * distinct 'CN' movement on the stock ledger so counts are      *
      * never mistaken for receipts, and clears the freeze.           *
      * Applied variances are valued at the product's weighted-       *
      * average cost (PRODCOST) and booked to a balanced journal      *
      * (CNTJRNL, GLJRNL format): count losses under GLMAP type       *
      * 'SK' (debit shrinkage, credit inventory), count gains under   *
      * type 'SG' (debit inventory, credit shrinkage).                *
      * Where stock is held by location, each count is for one        *
      * product at one location (the main location by default): the   *
      * variance is against that location's on-hand quantity, APPLY   *
      * sets the location to the count and moves the PRODMAST total   *
      * by the variance. The freeze stays on the product as a whole.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT COUNT-WORK-FILE ASSIGN TO 'STKCNTW'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CW-KEY
           FILE STATUS IS WS-WORK-STATUS.

           SELECT VARIANCE-SORT-FILE ASSIGN TO 'CNTSRT1'.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PRODUCT-COST-FILE ASSIGN TO 'PRODCOST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PROD-CODE
           FILE STATUS IS WS-COST-STATUS.

           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PRODUCT-LOCATION-FILE ASSIGN TO 'PRODLOC'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PLOC-STATUS.

           SELECT COUNT-JOURNAL ASSIGN TO 'CNTJRNL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.

       FD  COUNT-WORK-FILE.
       01  COUNT-WORK-RECORD.
           05 CW-KEY.
              10 CW-PROD-CODE      PIC X(10).
              10 CW-LOC-CODE       PIC X(4).
           05 CW-COUNTED-QTY       PIC 9(7).
           05 CW-COUNT-DATE        PIC X(10).

       01  VARIANCE-SORT-RECORD.
           05 VS-ABS-VARIANCE      PIC 9(7).
           05 VS-PROD-CODE         PIC X(10).
           05 VS-LOC-CODE          PIC X(4).
           05 VS-ON-HAND           PIC 9(7).
           05 VS-COUNTED           PIC 9(7).
           05 VS-VARIANCE          PIC S9(7).
           05 SL-ALLOC-DELTA       PIC S9(7).
           05 SL-REFERENCE         PIC 9(12).
           05 SL-PROGRAM           PIC X(8).
           05 SL-LOC-CODE          PIC X(4).

       FD  RATE-AUDIT-LOG.
       01  RATE-AUDIT-RECORD.
           05 RAUD-OLD-IMAGE       PIC X(80).
           05 RAUD-NEW-IMAGE       PIC X(80).

       FD  PRODUCT-COST-FILE.
           COPY PCOSTREC.

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-KEY.
              10 GLM-TRAN-TYPE     PIC X(2).
              10 GLM-DR-CR         PIC X(1).
           05 GLM-ACCOUNT          PIC X(8).

       FD  COUNT-JOURNAL.
       01  GL-JOURNAL-HEADER.
           05 GLJ-H-REC-TYPE       PIC X(1).
           05 GLJ-H-RUN-DATE       PIC X(8).
           05 GLJ-H-CYCLE          PIC 9(2).
           05 GLJ-H-TOTAL-DEBITS   PIC 9(13)V99.
           05 GLJ-H-TOTAL-CREDITS  PIC 9(13)V99.
           05 GLJ-H-NET-AMOUNT     PIC S9(12)V99.
       01  GL-JOURNAL-DETAIL.
           05 GLJ-D-REC-TYPE       PIC X(1).
           05 GLJ-D-ACCOUNT        PIC X(8).
           05 GLJ-D-DR-CR          PIC X(1).
           05 GLJ-D-TRAN-TYPE      PIC X(2).
           05 GLJ-D-CURRENCY       PIC X(3).
           05 GLJ-D-AMOUNT         PIC 9(12)V99.
           05 FILLER               PIC X(17).

       FD  PRODUCT-LOCATION-FILE.
           COPY PLOCREC.

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS          PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-LEDG-STATUS          PIC XX.
       01  WS-LEDG-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-PLOC-STATUS          PIC XX.
       01  WS-PLOC-EXISTS          PIC X VALUE 'N'.
       01  WS-LOCATIONS-ACTIVE     PIC X VALUE 'N'.
       01  WS-MAIN-LOC             PIC X(4) VALUE SPACES.
       01  WS-COUNT-LOC            PIC X(4) VALUE SPACES.
       01  WS-COUNT-LOC-OK         PIC X VALUE 'Y'.
       01  WS-BOOK-QTY             PIC 9(7).
       01  WS-NEW-TOTAL-QTY        PIC S9(8).
       01  WS-SAVED-PLOC-IMAGE     PIC X(80).

       01  WS-OPERATOR-ID          PIC X(8).
       01  WS-SIGNON-OK            PIC X VALUE 'N'.
       01  WS-COUNTED-QTY          PIC 9(7).
       01  WS-VARIANCE             PIC S9(7).
       01  WS-SAVED-PROD-IMAGE     PIC X(80).
       01  WS-COST-STATUS          PIC XX.
       01  WS-COST-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-GLMAP-STATUS         PIC XX.
       01  WS-GLMAP-OPEN           PIC X VALUE 'N'.
       01  WS-GLJ-STATUS           PIC XX.
       01  WS-VARIANCE-COST        PIC 9(12)V99.
       01  WS-SHRINK-TOTAL         PIC 9(12)V99 VALUE 0.
       01  WS-GAIN-TOTAL           PIC 9(12)V99 VALUE 0.
       01  WS-JOURNAL-TOTAL        PIC 9(13)V99.
       01  WS-GL-TRAN-TYPE         PIC X(2).
       01  WS-GL-LOOKUP-SIDE       PIC X(1).
       01  WS-GL-ACCOUNT           PIC X(8).
       01  WS-GL-AMOUNT            PIC 9(12)V99.
       01  WS-STOCK-CURRENCY       PIC X(3) VALUE 'USD'.

       01  WS-ENTERED-COUNT        PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  VARIANCE-DETAIL-LINE.
           05 VD-PROD-CODE         PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VD-LOC-CODE          PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VD-ON-HAND           PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VD-COUNTED           PIC Z(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 VD-VARIANCE          PIC -(6)9.
           05 FILLER               PIC X(91) VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05 SC-LABEL             PIC X(40).

           COPY OPSIGNPM.

           COPY LOCLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Starting Physical Stock Count'
              CLOSE COUNT-WORK-FILE
              OPEN I-O COUNT-WORK-FILE
           END-IF
           PERFORM OPEN-LOCATION-STOCK
           EVALUATE WS-OPERATION
              WHEN 'ENTER'
                 PERFORM ENTER-COUNTED-QUANTITIES
           END-EVALUATE
           CLOSE PRODUCT-FILE
           CLOSE COUNT-WORK-FILE
           IF WS-LOCATIONS-ACTIVE = 'Y'
              CLOSE PRODUCT-LOCATION-FILE
           END-IF
           DISPLAY 'Stock Count Run Complete'
           DISPLAY 'Entered: ' WS-ENTERED-COUNT
              ' Applied: ' WS-APPLIED-COUNT
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID.

       OPEN-LOCATION-STOCK.
           MOVE SPACES TO LKL-REGION
           MOVE SPACES TO LKL-LOC-CODE
           CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
           IF LKL-ACTIVE = 'Y'
              OPEN I-O PRODUCT-LOCATION-FILE
              IF WS-PLOC-STATUS NOT = '00'
                 OPEN OUTPUT PRODUCT-LOCATION-FILE
                 CLOSE PRODUCT-LOCATION-FILE
                 OPEN I-O PRODUCT-LOCATION-FILE
              END-IF
              IF WS-PLOC-STATUS NOT = '00'
                 DISPLAY 'Unable to open product location file'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'Y' TO WS-LOCATIONS-ACTIVE
              MOVE LKL-MAIN-LOC TO WS-MAIN-LOC
           END-IF.

      *    Entering a count freezes the product: ORDPROC refuses
      *    allocation until the supervisor applies (or the count
      *    entry is replaced by a corrected one and applied).
                 INVALID KEY
                    DISPLAY 'Invalid Product Code'
                 NOT INVALID KEY
                    PERFORM GET-COUNT-LOCATION
                    IF WS-COUNT-LOC-OK = 'Y'
                       PERFORM STORE-COUNTED-QUANTITY
                    END-IF
              END-READ
           END-IF.

      *    The location being counted; blank means the main
      *    location. A closed or unknown location takes no count.
       GET-COUNT-LOCATION.
           MOVE 'Y' TO WS-COUNT-LOC-OK
           MOVE SPACES TO WS-COUNT-LOC
           IF WS-LOCATIONS-ACTIVE = 'Y'
              DISPLAY 'Enter Location Counted (blank = '
                 WS-MAIN-LOC '): '
              ACCEPT WS-COUNT-LOC
              IF WS-COUNT-LOC = SPACES
                 MOVE WS-MAIN-LOC TO WS-COUNT-LOC
              END-IF
              MOVE SPACES TO LKL-REGION
              MOVE WS-COUNT-LOC TO LKL-LOC-CODE
              CALL 'LOCLOOK' USING LOCATION-LOOKUP-PARMS
              IF LKL-LOC-VALID NOT = 'Y'
                 DISPLAY 'Location not found or closed: '
                    WS-COUNT-LOC
                 MOVE 'N' TO WS-COUNT-LOC-OK
              END-IF
           END-IF.

      *    The quantity the books hold for what was counted: the
      *    location's on-hand when counted by location (nothing if
      *    the location has no record for the product), else the
      *    product's on-hand.
       GET-BOOK-QUANTITY.
           MOVE PROD-ON-HAND-QTY TO WS-BOOK-QTY
           MOVE 'N' TO WS-PLOC-EXISTS
           IF WS-LOCATIONS-ACTIVE = 'Y' AND CW-LOC-CODE NOT = SPACES
              MOVE 0 TO WS-BOOK-QTY
              MOVE CW-PROD-CODE TO PL-PROD-CODE
              MOVE CW-LOC-CODE TO PL-LOC-CODE
              READ PRODUCT-LOCATION-FILE
                 INVALID KEY
                    MOVE SPACES TO WS-SAVED-PLOC-IMAGE
                    MOVE 0 TO PL-ON-HAND-QTY
                    MOVE 0 TO PL-ALLOCATED-QTY
                    MOVE 0 TO PL-REORDER-POINT
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-PLOC-EXISTS
                    MOVE PRODUCT-LOCATION-RECORD
                       TO WS-SAVED-PLOC-IMAGE
                    MOVE PL-ON-HAND-QTY TO WS-BOOK-QTY
              END-READ
           END-IF.

           DISPLAY 'Enter Counted Quantity: '
           ACCEPT WS-COUNTED-QTY
           MOVE WS-COUNT-CODE TO CW-PROD-CODE
           MOVE WS-COUNT-LOC TO CW-LOC-CODE
           MOVE WS-COUNTED-QTY TO CW-COUNTED-QTY
           MOVE WS-TODAY-FMT TO CW-COUNT-DATE
           WRITE COUNT-WORK-RECORD
              MOVE 'Y' TO PROD-COUNT-FREEZE
              REWRITE PRODUCT-RECORD
           END-IF
           PERFORM GET-BOOK-QUANTITY
           DISPLAY WS-COUNT-CODE ' ' WS-COUNT-LOC ' counted '
              WS-COUNTED-QTY ' (on hand ' WS-BOOK-QTY
              ') - product frozen'.

       REPORT-COUNT-VARIANCES.
           OPEN OUTPUT COUNT-REPORT
           CLOSE COUNT-REPORT.

       RELEASE-COUNT-VARIANCES.
           MOVE LOW-VALUES TO CW-KEY
           START COUNT-WORK-FILE KEY IS NOT LESS THAN CW-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT INVALID KEY
           END-READ.

       RELEASE-ONE-VARIANCE.
           PERFORM GET-BOOK-QUANTITY
           COMPUTE WS-VARIANCE =
              CW-COUNTED-QTY - WS-BOOK-QTY
           MOVE CW-PROD-CODE TO VS-PROD-CODE
           MOVE CW-LOC-CODE TO VS-LOC-CODE
           MOVE WS-BOOK-QTY TO VS-ON-HAND
           MOVE CW-COUNTED-QTY TO VS-COUNTED
           MOVE WS-VARIANCE TO VS-VARIANCE
           IF WS-VARIANCE < 0
              NOT AT END
                 ADD 1 TO WS-VARIANCE-COUNT
                 MOVE VS-PROD-CODE TO VD-PROD-CODE
                 MOVE VS-LOC-CODE TO VD-LOC-CODE
                 MOVE VS-ON-HAND TO VD-ON-HAND
                 MOVE VS-COUNTED TO VD-COUNTED
                 MOVE VS-VARIANCE TO VD-VARIANCE
           IF WS-AUDIT-STATUS NOT = '00'
              OPEN OUTPUT RATE-AUDIT-LOG
           END-IF
           OPEN INPUT PRODUCT-COST-FILE
           IF WS-COST-STATUS = '00'
              MOVE 'Y' TO WS-COST-FILE-OPEN
           END-IF
           OPEN INPUT GL-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              MOVE 'Y' TO WS-GLMAP-OPEN
           ELSE
              DISPLAY 'No GL account map - journal will use '
                 'placeholder accounts'
           END-IF
           OPEN OUTPUT COUNT-JOURNAL
           IF WS-GLJ-STATUS NOT = '00'
              DISPLAY 'Error opening count journal'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO CW-KEY
           START COUNT-WORK-FILE KEY IS NOT LESS THAN CW-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF-FLAG
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF-FLAG
           END-START
           PERFORM APPLY-NEXT-COUNT UNTIL WS-EOF-FLAG = 'Y'
           PERFORM WRITE-COUNT-JOURNAL
           IF WS-LEDG-FILE-OPEN = 'Y'
              CLOSE STOCK-LEDGER-FILE
           END-IF
           CLOSE RATE-AUDIT-LOG
           CLOSE COUNT-JOURNAL
           IF WS-COST-FILE-OPEN = 'Y'
              CLOSE PRODUCT-COST-FILE
           END-IF
           IF WS-GLMAP-OPEN = 'Y'
              CLOSE GL-MAP-FILE
           END-IF
           DISPLAY 'Shrinkage at cost: ' WS-SHRINK-TOTAL
           DISPLAY 'Count gains at cost: ' WS-GAIN-TOTAL.

       APPLY-NEXT-COUNT.
           READ COUNT-WORK-FILE NEXT RECORD
                 END-DELETE
           END-READ.

      *    Counted by location, the location takes the count and the
      *    product total moves by the same variance.
       APPLY-ONE-COUNT.
           MOVE PRODUCT-RECORD TO WS-SAVED-PROD-IMAGE
           PERFORM GET-BOOK-QUANTITY
           COMPUTE WS-VARIANCE =
              CW-COUNTED-QTY - WS-BOOK-QTY
           IF WS-LOCATIONS-ACTIVE = 'Y' AND CW-LOC-CODE NOT = SPACES
              PERFORM APPLY-LOCATION-COUNT
              COMPUTE WS-NEW-TOTAL-QTY =
                 PROD-ON-HAND-QTY + WS-VARIANCE
              IF WS-NEW-TOTAL-QTY < 0
                 MOVE 0 TO WS-NEW-TOTAL-QTY
              END-IF
              MOVE WS-NEW-TOTAL-QTY TO PROD-ON-HAND-QTY
           ELSE
              MOVE CW-COUNTED-QTY TO PROD-ON-HAND-QTY
           END-IF
           MOVE 'N' TO PROD-COUNT-FREEZE
           REWRITE PRODUCT-RECORD
           IF WS-PROD-STATUS = '00'
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM WRITE-COUNT-AUDIT
              PERFORM WRITE-COUNT-MOVEMENT
              PERFORM COST-COUNT-VARIANCE
              DISPLAY CW-PROD-CODE ' adjusted by ' WS-VARIANCE
                 ' to ' PROD-ON-HAND-QTY ' - freeze cleared'
           ELSE
              DISPLAY 'Error adjusting product: ' CW-PROD-CODE
           END-IF.

       APPLY-LOCATION-COUNT.
           MOVE CW-PROD-CODE TO PL-PROD-CODE
           MOVE CW-LOC-CODE TO PL-LOC-CODE
           MOVE CW-COUNTED-QTY TO PL-ON-HAND-QTY
           IF WS-PLOC-EXISTS = 'Y'
              REWRITE PRODUCT-LOCATION-RECORD
           ELSE
              WRITE PRODUCT-LOCATION-RECORD
           END-IF
           IF WS-PLOC-STATUS = '00'
              MOVE SPACES TO RAUD-TIMESTAMP
              MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
              MOVE WS-ACCEPT-TIME TO RAUD-TIMESTAMP(9:8)
              MOVE 'PRODLOC' TO RAUD-TABLE
              MOVE 'COUNT' TO RAUD-OPERATION
              MOVE WS-OPERATOR-ID TO RAUD-OPERATOR
              MOVE WS-SAVED-PLOC-IMAGE TO RAUD-OLD-IMAGE
              MOVE PRODUCT-LOCATION-RECORD TO RAUD-NEW-IMAGE
              WRITE RATE-AUDIT-RECORD
           ELSE
              DISPLAY 'Error adjusting location stock: '
                 CW-PROD-CODE ' ' CW-LOC-CODE
           END-IF.

       WRITE-COUNT-AUDIT.
           MOVE SPACES TO RAUD-TIMESTAMP
           MOVE WS-ACCEPT-DATE TO RAUD-TIMESTAMP(1:8)
              MOVE 0 TO SL-ALLOC-DELTA
              MOVE 0 TO SL-REFERENCE
              MOVE 'STKCOUNT' TO SL-PROGRAM
              MOVE CW-LOC-CODE TO SL-LOC-CODE
              WRITE STOCK-LEDGER-RECORD
           END-IF.

      *    The variance is valued at the average cost: a shortfall
      *    adds to shrinkage, a surplus to count gains.
       COST-COUNT-VARIANCE.
           MOVE 0 TO WS-VARIANCE-COST
           IF WS-COST-FILE-OPEN = 'Y' AND WS-VARIANCE NOT = 0
              MOVE CW-PROD-CODE TO PC-PROD-CODE
              READ PRODUCT-COST-FILE
                 INVALID KEY
                    DISPLAY 'No average cost for ' CW-PROD-CODE
                 NOT INVALID KEY
                    IF WS-VARIANCE < 0
                       COMPUTE WS-VARIANCE-COST ROUNDED =
                          WS-VARIANCE * -1 * PC-AVG-UNIT-COST
                       ADD WS-VARIANCE-COST TO WS-SHRINK-TOTAL
                    ELSE
                       COMPUTE WS-VARIANCE-COST ROUNDED =
                          WS-VARIANCE * PC-AVG-UNIT-COST
                       ADD WS-VARIANCE-COST TO WS-GAIN-TOTAL
                    END-IF
              END-READ
           END-IF.

      *    A balanced pair per direction: 'SK' for the losses and
      *    'SG' for the gains, each only when there is something to
      *    book. The header is always written, so an APPLY with no
      *    variances still leaves a valid (empty) journal.
       WRITE-COUNT-JOURNAL.
           IF WS-SHRINK-TOTAL > 0
              MOVE 'SK' TO WS-GL-TRAN-TYPE
              MOVE WS-SHRINK-TOTAL TO WS-GL-AMOUNT
              MOVE 'D' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
              MOVE 'C' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
           END-IF
           IF WS-GAIN-TOTAL > 0
              MOVE 'SG' TO WS-GL-TRAN-TYPE
              MOVE WS-GAIN-TOTAL TO WS-GL-AMOUNT
              MOVE 'D' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
              MOVE 'C' TO WS-GL-LOOKUP-SIDE
              PERFORM WRITE-JOURNAL-DETAIL
           END-IF
           COMPUTE WS-JOURNAL-TOTAL = WS-SHRINK-TOTAL + WS-GAIN-TOTAL
           MOVE 'H' TO GLJ-H-REC-TYPE
           MOVE WS-ACCEPT-DATE TO GLJ-H-RUN-DATE
           MOVE 1 TO GLJ-H-CYCLE
           MOVE WS-JOURNAL-TOTAL TO GLJ-H-TOTAL-DEBITS
           MOVE WS-JOURNAL-TOTAL TO GLJ-H-TOTAL-CREDITS
           MOVE 0 TO GLJ-H-NET-AMOUNT
           WRITE GL-JOURNAL-HEADER.

       WRITE-JOURNAL-DETAIL.
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE 'D' TO GLJ-D-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GLJ-D-ACCOUNT
           MOVE WS-GL-LOOKUP-SIDE TO GLJ-D-DR-CR
           MOVE WS-GL-TRAN-TYPE TO GLJ-D-TRAN-TYPE
           MOVE WS-STOCK-CURRENCY TO GLJ-D-CURRENCY
           MOVE WS-GL-AMOUNT TO GLJ-D-AMOUNT
           MOVE SPACES TO GL-JOURNAL-DETAIL(30:17)
           WRITE GL-JOURNAL-DETAIL.

       LOOKUP-GL-ACCOUNT.
           MOVE '????????' TO WS-GL-ACCOUNT
           IF WS-GLMAP-OPEN = 'Y'
              MOVE WS-GL-TRAN-TYPE TO GLM-TRAN-TYPE
              MOVE WS-GL-LOOKUP-SIDE TO GLM-DR-CR
              READ GL-MAP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE GLM-ACCOUNT TO WS-GL-ACCOUNT
              END-READ
           END-IF.
