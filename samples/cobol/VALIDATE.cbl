      *****************************************************************
      * DATA VALIDATION AND CALCULATION MODULE                        *
      * Validates business rules and performs complex calculations    *
      * A validated quote can be saved as a numbered quotation on     *
      * QUOTEFIL - lines priced through PRCLOOK, totals through       *
      * PRICING - which ORDPROC books at the quoted prices while it   *
      * is unexpired.                                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS RATE-KEY
           FILE STATUS IS WS-RATE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO 'PRODMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PROD-STATUS.

           SELECT QUOTE-FILE ASSIGN TO 'QUOTEFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTE-QUOTE-NO
           FILE STATUS IS WS-QUOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05 RATE-TAX-RATE           PIC 9V9999.
           05 RATE-END-DATE           PIC X(10).

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

       FD  QUOTE-FILE.
           COPY QTEREC.

       WORKING-STORAGE SECTION.
       01  WS-CUST-FILE-STATUS     PIC XX.
       01  WS-CUSTOMER-FOUND       PIC X VALUE 'N'.
       01  WS-FINAL-TOTAL          PIC S9(10)V99.
       01  WS-VALIDATION-STATUS    PIC X VALUE 'N'.
       01  WS-ERROR-MESSAGE        PIC X(100).
       01  WS-PROD-STATUS          PIC XX.
       01  WS-QUOTE-STATUS         PIC XX.
       01  WS-SAVE-QUOTE           PIC X VALUE 'N'.
       01  WS-PROD-FOUND           PIC X VALUE 'N'.
       01  WS-PROD-CODE            PIC X(10).
       01  WS-LINE-COUNT           PIC 9(2) VALUE 0.
       01  WS-LINE-SEQ             PIC 9(2).
       01  WS-LINE-QUANTITY        PIC 9(6).
       01  WS-LINE-TOTAL           PIC 9(10)V99.
       01  WS-CONTRACT-FLAG        PIC X VALUE 'N'.
       01  WS-QUOTE-REGION         PIC X(20).
       01  WS-QUOTE-SALESPERSON    PIC X(50).
       01  WS-QUOTE-EMP-ID         PIC X(5).
       01  WS-VALID-DAYS           PIC 9(3).
       01  WS-NEXT-QUOTE-NO        PIC 9(10).
       01  WS-ACCEPT-DATE          PIC 9(8).
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-INTEGER         PIC 9(8).
       01  WS-QUOTE-DATE           PIC X(10).
       01  WS-EXPIRY-DATE          PIC X(10).
       01  WS-FORMATTED-DATE       PIC X(10).

       01  WS-QUOTE-LINES.
           05 WS-QUOTE-LINE OCCURS 20 TIMES.
              10 WS-QL-PROD-CODE   PIC X(10).
              10 WS-QL-QUANTITY    PIC 9(6).
              10 WS-QL-UNIT-PRICE  PIC 9(8)V99.
              10 WS-QL-PRICE-SOURCE PIC X(1).

       01  CUSTOMER-DATA.
           05 CUST-TYPE            PIC X(1).

           COPY PRICPARM.

           COPY PRCLKPM.

           COPY EMPLKPM.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-FILE
           END-IF
           DISPLAY 'Enter Effective Date (CCYY-MM-DD): '
           ACCEPT WS-EFFECTIVE-DATE
           DISPLAY 'Save as Quotation (Y/N): '
           ACCEPT WS-SAVE-QUOTE
           IF WS-SAVE-QUOTE = 'Y'
              PERFORM OPEN-QUOTE-FILES
           END-IF
           PERFORM GET-ORDER-DATA
           IF WS-CUSTOMER-FOUND = 'Y'
              PERFORM VALIDATE-CUSTOMER
              MOVE 'N' TO WS-VALIDATION-STATUS
              MOVE 'Customer not found' TO WS-ERROR-MESSAGE
           END-IF
           IF WS-SAVE-QUOTE = 'Y' AND WS-LINE-COUNT = 0
              AND WS-VALIDATION-STATUS = 'Y'
              MOVE 'N' TO WS-VALIDATION-STATUS
              MOVE 'Quotation has no line items' TO WS-ERROR-MESSAGE
           END-IF
           IF WS-VALIDATION-STATUS = 'Y'
              PERFORM CALCULATE-ORDER-TOTAL
              PERFORM DISPLAY-ORDER-SUMMARY
              IF WS-SAVE-QUOTE = 'Y'
                 PERFORM SAVE-QUOTATION
              END-IF
           ELSE
              DISPLAY 'Validation failed: ' WS-ERROR-MESSAGE
           END-IF
           IF WS-RATE-FILE-OPEN = 'Y'
              CLOSE RATE-FILE
           END-IF
           IF WS-SAVE-QUOTE = 'Y'
              CLOSE PRODUCT-FILE
              CLOSE QUOTE-FILE
           END-IF
           STOP RUN.

       OPEN-QUOTE-FILES.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
              DISPLAY 'Unable to open product file'
              STOP RUN
           END-IF
           OPEN I-O QUOTE-FILE
           IF WS-QUOTE-STATUS NOT = '00'
              OPEN OUTPUT QUOTE-FILE
              CLOSE QUOTE-FILE
              OPEN I-O QUOTE-FILE
           END-IF
           IF WS-QUOTE-STATUS NOT = '00'
              DISPLAY 'Unable to open quotation file'
              STOP RUN
           END-IF.

       GET-ORDER-DATA.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-CUSTOMER-ID
           IF WS-SAVE-QUOTE NOT = 'Y'
              DISPLAY 'Enter Order Amount: '
              ACCEPT WS-ORDER-AMOUNT
           END-IF

           MOVE WS-CUSTOMER-ID TO CUST-ID
           READ CUSTOMER-FILE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CUSTOMER-FOUND
                 PERFORM DERIVE-CUSTOMER-DATA
                 IF WS-SAVE-QUOTE = 'Y'
                    PERFORM GET-QUOTE-DETAILS
                 END-IF
           END-READ.

      *    A quotation is priced line by line through PRCLOOK for the
      *    effective date, exactly as ORDPROC prices a captured line,
      *    and the order amount validated is the sum of the lines.
      *    Nothing is allocated - a quote is not a stock reservation.
       GET-QUOTE-DETAILS.
           DISPLAY 'Enter Region: '
           ACCEPT WS-QUOTE-REGION
           DISPLAY 'Enter Salesperson: '
           ACCEPT WS-QUOTE-SALESPERSON
           DISPLAY 'Enter Salesperson Employee ID (blank if '
              'unknown): '
           ACCEPT WS-QUOTE-EMP-ID
           IF WS-QUOTE-EMP-ID NOT = SPACES
              MOVE WS-QUOTE-EMP-ID TO EML-EMP-ID
              MOVE SPACES TO EML-AS-OF-DATE
              CALL 'EMPLOOK' USING EMP-LOOKUP-PARMS
              IF EML-FOUND = 'Y'
                 IF EML-EMPLOYED = 'Y'
                    MOVE EML-EMP-NAME TO WS-QUOTE-SALESPERSON
                 ELSE
                    DISPLAY 'Salesperson no longer employed: '
                       WS-QUOTE-EMP-ID
                    MOVE SPACES TO WS-QUOTE-EMP-ID
                 END-IF
              ELSE
                 DISPLAY 'Employee ID not on EMPLOYEE table: '
                    WS-QUOTE-EMP-ID
                 MOVE SPACES TO WS-QUOTE-EMP-ID
              END-IF
           END-IF
           DISPLAY 'Enter Days Quote Is Valid (0 for 30): '
           ACCEPT WS-VALID-DAYS
           IF WS-VALID-DAYS NOT NUMERIC OR WS-VALID-DAYS = 0
              MOVE 30 TO WS-VALID-DAYS
           END-IF
           MOVE 0 TO WS-ORDER-AMOUNT
           DISPLAY 'Enter Number of Line Items (max 20): '
           ACCEPT WS-LINE-COUNT
           IF WS-LINE-COUNT NOT NUMERIC OR WS-LINE-COUNT > 20
              DISPLAY 'A quotation carries at most 20 line items'
              MOVE 0 TO WS-LINE-COUNT
           END-IF
           MOVE 1 TO WS-LINE-SEQ
           PERFORM CAPTURE-QUOTE-LINE
              UNTIL WS-LINE-SEQ > WS-LINE-COUNT.

       CAPTURE-QUOTE-LINE.
           DISPLAY 'Line Item ' WS-LINE-SEQ ':'
           MOVE 'N' TO WS-PROD-FOUND
           PERFORM GET-VALID-PRODUCT UNTIL WS-PROD-FOUND = 'Y'
           DISPLAY 'Enter Quantity: '
           ACCEPT WS-LINE-QUANTITY
           MOVE WS-CUSTOMER-ID TO PRL-CUST-ID
           MOVE PROD-CODE TO PRL-PROD-CODE
           MOVE WS-EFFECTIVE-DATE TO PRL-ORDER-DATE
           MOVE PROD-STD-UNIT-PRICE TO PRL-STD-PRICE
           CALL 'PRCLOOK' USING PRICE-LOOKUP-PARMS
           IF PRL-PRICE-SOURCE = 'C'
              MOVE 'Y' TO WS-CONTRACT-FLAG
           END-IF
           MOVE PROD-CODE TO WS-QL-PROD-CODE(WS-LINE-SEQ)
           MOVE WS-LINE-QUANTITY TO WS-QL-QUANTITY(WS-LINE-SEQ)
           MOVE PRL-UNIT-PRICE TO WS-QL-UNIT-PRICE(WS-LINE-SEQ)
           MOVE PRL-PRICE-SOURCE TO WS-QL-PRICE-SOURCE(WS-LINE-SEQ)
           COMPUTE WS-LINE-TOTAL = WS-LINE-QUANTITY * PRL-UNIT-PRICE
           ADD WS-LINE-TOTAL TO WS-ORDER-AMOUNT
           DISPLAY '  Unit Price: $' PRL-UNIT-PRICE
              '  Line Total: $' WS-LINE-TOTAL
           ADD 1 TO WS-LINE-SEQ.

      *    A discontinued product is refused the way ORDPROC refuses
      *    it at order capture.
       GET-VALID-PRODUCT.
           DISPLAY 'Enter Product Code: '
           ACCEPT WS-PROD-CODE
           MOVE WS-PROD-CODE TO PROD-CODE
           READ PRODUCT-FILE
              INVALID KEY
                 DISPLAY 'Invalid Product Code'
                 MOVE 'N' TO WS-PROD-FOUND
              NOT INVALID KEY
                 IF PROD-STATUS = 'D'
                    DISPLAY 'Product is discontinued'
                    MOVE 'N' TO WS-PROD-FOUND
                 ELSE
                    MOVE 'Y' TO WS-PROD-FOUND
                 END-IF
           END-READ.

       DERIVE-CUSTOMER-DATA.
           DISPLAY '=========================================='
           DISPLAY 'TOTAL: $' WS-FINAL-TOTAL
           DISPLAY '========================================='.

      *    The quotation number is one more than the highest on
      *    file. Expiry runs from today for the days given.
       SAVE-QUOTATION.
           PERFORM FIND-NEXT-QUOTE-NO
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           MOVE WS-ACCEPT-DATE TO WS-WORK-DATE
           PERFORM FORMAT-WORK-DATE
           MOVE WS-FORMATTED-DATE TO WS-QUOTE-DATE
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-ACCEPT-DATE) + WS-VALID-DAYS
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           PERFORM FORMAT-WORK-DATE
           MOVE WS-FORMATTED-DATE TO WS-EXPIRY-DATE
           MOVE SPACES TO QUOTE-RECORD
           MOVE WS-NEXT-QUOTE-NO TO QTE-QUOTE-NO
           MOVE WS-CUSTOMER-ID TO QTE-CUSTOMER-ID
           MOVE WS-QUOTE-DATE TO QTE-QUOTE-DATE
           MOVE WS-EFFECTIVE-DATE TO QTE-PRICE-DATE
           MOVE WS-EXPIRY-DATE TO QTE-EXPIRY-DATE
           MOVE 'O' TO QTE-STATUS
           MOVE WS-QUOTE-REGION TO QTE-REGION
           MOVE WS-QUOTE-SALESPERSON TO QTE-SALESPERSON
           MOVE WS-QUOTE-EMP-ID TO QTE-EMP-ID
           MOVE CUST-TYPE TO QTE-CUST-TYPE
           MOVE WS-CONTRACT-FLAG TO QTE-CONTRACT-FLAG
           MOVE WS-ORDER-AMOUNT TO QTE-SUBTOTAL
           MOVE WS-DISCOUNT-PCT TO QTE-DISCOUNT-PCT
           MOVE WS-DISCOUNT-AMOUNT TO QTE-DISCOUNT-AMOUNT
           MOVE WS-TAX-RATE TO QTE-TAX-RATE
           MOVE WS-TAX-AMOUNT TO QTE-TAX-AMOUNT
           MOVE WS-SHIPPING-COST TO QTE-SHIPPING-COST
           MOVE WS-FINAL-TOTAL TO QTE-FINAL-TOTAL
           MOVE 0 TO QTE-ORDER-ID
           MOVE WS-LINE-COUNT TO QTE-LINE-COUNT
           MOVE 1 TO WS-LINE-SEQ
           PERFORM MOVE-QUOTE-LINE UNTIL WS-LINE-SEQ > 20
           WRITE QUOTE-RECORD
              INVALID KEY
                 DISPLAY 'Unable to save quotation: ' WS-QUOTE-STATUS
              NOT INVALID KEY
                 DISPLAY 'Quotation Number: ' QTE-QUOTE-NO
                 DISPLAY 'Valid Until: ' QTE-EXPIRY-DATE
           END-WRITE.

       MOVE-QUOTE-LINE.
           IF WS-LINE-SEQ > WS-LINE-COUNT
              MOVE SPACES TO QTE-PROD-CODE(WS-LINE-SEQ)
              MOVE 0 TO QTE-QUANTITY(WS-LINE-SEQ)
              MOVE 0 TO QTE-UNIT-PRICE(WS-LINE-SEQ)
              MOVE SPACES TO QTE-PRICE-SOURCE(WS-LINE-SEQ)
           ELSE
              MOVE WS-QL-PROD-CODE(WS-LINE-SEQ)
                 TO QTE-PROD-CODE(WS-LINE-SEQ)
              MOVE WS-QL-QUANTITY(WS-LINE-SEQ)
                 TO QTE-QUANTITY(WS-LINE-SEQ)
              MOVE WS-QL-UNIT-PRICE(WS-LINE-SEQ)
                 TO QTE-UNIT-PRICE(WS-LINE-SEQ)
              MOVE WS-QL-PRICE-SOURCE(WS-LINE-SEQ)
                 TO QTE-PRICE-SOURCE(WS-LINE-SEQ)
           END-IF
           ADD 1 TO WS-LINE-SEQ.

       FIND-NEXT-QUOTE-NO.
           MOVE 1 TO WS-NEXT-QUOTE-NO
           MOVE 9999999999 TO QTE-QUOTE-NO
           START QUOTE-FILE KEY IS NOT GREATER THAN QTE-QUOTE-NO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ QUOTE-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       COMPUTE WS-NEXT-QUOTE-NO = QTE-QUOTE-NO + 1
                 END-READ
           END-START.

       FORMAT-WORK-DATE.
           MOVE SPACES TO WS-FORMATTED-DATE
           MOVE WS-WORK-DATE(1:4) TO WS-FORMATTED-DATE(1:4)
           MOVE '-' TO WS-FORMATTED-DATE(5:1)
           MOVE WS-WORK-DATE(5:2) TO WS-FORMATTED-DATE(6:2)
           MOVE '-' TO WS-FORMATTED-DATE(8:1)
           MOVE WS-WORK-DATE(7:2) TO WS-FORMATTED-DATE(9:2).
