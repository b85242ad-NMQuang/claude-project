       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
       AUTHOR. LEGACY-TEAM.
      *****************************************************************
      * INSTALMENT LOAN BOOKING AND MAINTENANCE                       *
      * Books a loan account for an active customer - principal,      *
      * annual rate, term in months and start date - and writes its   *
      * amortization schedule to LOANSCHD at booking: level monthly   *
      * instalments, interest at the monthly rate on the balance      *
      * before each instalment, the last instalment clearing the      *
      * remaining principal. The loan takes the customer's account    *
      * currency and an account number not already in use on          *
      * ACCTFILE for that customer. CANCEL withdraws a loan booked in *
      * error before its first instalment is emitted; READ, BROWSE    *
      * and SCHEDULE display the loan book and a loan's schedule.     *
      * LOANDUE emits the instalments, LOANARR settles them.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANMAST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE ASSIGN TO 'LOANSCHD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-SCHD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCT-KEY
           FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE-FILE.
           COPY LOANSREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ACCOUNT-FILE.
           COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS          PIC XX.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-ACCT-FILE-OPEN       PIC X VALUE 'N'.
       01  WS-OPERATION            PIC X(10).
       01  WS-ERROR-FLAG           PIC X VALUE 'N'.
       01  WS-BROWSE-EOF           PIC X VALUE 'N'.
       01  WS-BROWSE-COUNT         PIC 9(5) VALUE 0.
       01  WS-TODAY-DIGITS         PIC 9(8).
       01  WS-TODAY-FMT            PIC X(10).

      *    Schedule arithmetic. The monthly rate and the growth
      *    factor (1 + r) ** n carry ten decimals so a 30-year
      *    schedule still lands its final instalment within cents
      *    of the level payment.
       01  WS-MONTHLY-RATE         PIC 9V9(10).
       01  WS-GROWTH-FACTOR        PIC 9(6)V9(10).
       01  WS-SCHED-BALANCE        PIC 9(10)V99.
       01  WS-SCHED-INTEREST       PIC 9(10)V99.
       01  WS-SCHED-PRINCIPAL      PIC 9(10)V99.
       01  WS-INSTAL-NO            PIC 9(3).
       01  WS-TOTAL-INTEREST       PIC 9(12)V99.
       01  WS-SCHED-EOF            PIC X VALUE 'N'.

       01  WS-START-YEAR           PIC 9(4).
       01  WS-START-MONTH          PIC 9(2).
       01  WS-START-DAY            PIC 9(2).
       01  WS-ROLL-YEAR            PIC 9(4).
       01  WS-ROLL-MONTH           PIC 9(2).
       01  WS-ROLL-DAY             PIC 9(2).
       01  WS-MONTH-DAYS           PIC 9(2).
       01  WS-MONTH-INDEX          PIC 9(4).
       01  WS-YEAR-OFFSET          PIC 9(3).
       01  WS-DUE-DATE             PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-LOANS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           DISPLAY 'Starting Instalment Loan Maintenance'
           ACCEPT WS-TODAY-DIGITS FROM DATE YYYYMMDD
           MOVE WS-TODAY-DIGITS(1:4) TO WS-TODAY-FMT(1:4)
           MOVE '-' TO WS-TODAY-FMT(5:1)
           MOVE WS-TODAY-DIGITS(5:2) TO WS-TODAY-FMT(6:2)
           MOVE '-' TO WS-TODAY-FMT(8:1)
           MOVE WS-TODAY-DIGITS(7:2) TO WS-TODAY-FMT(9:2)
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           IF WS-LOAN-STATUS NOT = '00'
              DISPLAY 'Error opening loan master file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-SCHD-STATUS NOT = '00'
              OPEN OUTPUT LOAN-SCHEDULE-FILE
              CLOSE LOAN-SCHEDULE-FILE
              OPEN I-O LOAN-SCHEDULE-FILE
           END-IF
           IF WS-SCHD-STATUS NOT = '00'
              DISPLAY 'Error opening loan schedule file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
              DISPLAY 'Error opening customer file'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS = '00'
              MOVE 'Y' TO WS-ACCT-FILE-OPEN
           ELSE
              MOVE 'N' TO WS-ACCT-FILE-OPEN
           END-IF.

       PROCESS-LOANS.
           IF WS-ERROR-FLAG = 'N'
              DISPLAY 'Enter operation (BOOK/CANCEL/READ/BROWSE'
                 '/SCHEDULE): '
              ACCEPT WS-OPERATION
              EVALUATE WS-OPERATION
                 WHEN 'BOOK'
                    PERFORM BOOK-LOAN
                 WHEN 'CANCEL'
                    PERFORM CANCEL-LOAN
                 WHEN 'READ'
                    PERFORM READ-LOAN
                 WHEN 'BROWSE'
                    PERFORM BROWSE-LOANS
                 WHEN 'SCHEDULE'
                    PERFORM SHOW-LOAN-SCHEDULE
                 WHEN OTHER
                    DISPLAY 'Invalid operation'
              END-EVALUATE
           END-IF.

       BOOK-LOAN.
           PERFORM GET-LOAN-DETAILS
           IF WS-ERROR-FLAG = 'N'
              MOVE 'A' TO LN-STATUS
              MOVE WS-TODAY-FMT TO LN-BOOKED-DATE
              MOVE 1 TO LN-NEXT-INSTAL-NO
              MOVE 0 TO LN-INSTALMENTS-PAID
              MOVE LN-PRINCIPAL TO LN-OUTSTANDING-PRINCIPAL
              MOVE SPACES TO LN-LAST-PAYMENT-DATE
              MOVE 'N' TO LN-ARREARS-FLAG
              MOVE 0 TO LN-ARREARS-COUNT
              MOVE 0 TO LN-ARREARS-AMOUNT
              MOVE SPACES TO LN-OLDEST-UNPAID-DATE
              MOVE 0 TO LN-DAYS-PAST-DUE
              PERFORM COMPUTE-INSTALMENT-AMOUNT
              WRITE LOAN-RECORD
                 INVALID KEY
                    DISPLAY 'Loan account already exists'
                    MOVE 'Y' TO WS-ERROR-FLAG
              END-WRITE
           END-IF
           IF WS-ERROR-FLAG = 'N'
              PERFORM GENERATE-SCHEDULE
              REWRITE LOAN-RECORD
              IF WS-LOAN-STATUS = '00'
                 DISPLAY 'Loan booked - instalment '
                    LN-INSTALMENT-AMOUNT ' ' LN-CURRENCY-CODE
                    ' x ' LN-TERM-MONTHS
                 DISPLAY '  Total interest: ' WS-TOTAL-INTEREST
                    ' Maturity: ' LN-MATURITY-DATE
              ELSE
                 DISPLAY 'Error rewriting loan master: '
                    WS-LOAN-STATUS
              END-IF
           END-IF.

      *    The loan account number shares the customer's account
      *    number space with the ACCTFILE deposit accounts, so a
      *    number already in use there is refused.
       GET-LOAN-DETAILS.
           MOVE 'N' TO WS-ERROR-FLAG
           DISPLAY 'Enter Customer ID: '
           ACCEPT LN-CUST-ID
           MOVE LN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
              INVALID KEY
                 DISPLAY 'Customer not found'
                 MOVE 'Y' TO WS-ERROR-FLAG
              NOT INVALID KEY
                 IF CUST-STATUS NOT = 'A'
                    DISPLAY 'Customer is not active'
                    MOVE 'Y' TO WS-ERROR-FLAG
                 ELSE
                    MOVE CUST-CURRENCY-CODE TO LN-CURRENCY-CODE
                 END-IF
           END-READ
           DISPLAY 'Enter Loan Account Number: '
           ACCEPT LN-ACCT-NO
           IF LN-ACCT-NO = 0
              DISPLAY 'Account number must be greater than zero'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           IF WS-ACCT-FILE-OPEN = 'Y' AND WS-ERROR-FLAG = 'N'
              MOVE LN-CUST-ID TO ACCT-CUST-ID
              MOVE LN-ACCT-NO TO ACCT-NO
              READ ACCOUNT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'Account number in use on ACCTFILE'
                    MOVE 'Y' TO WS-ERROR-FLAG
              END-READ
           END-IF
           DISPLAY 'Enter Principal: '
           ACCEPT LN-PRINCIPAL
           IF LN-PRINCIPAL = 0
              DISPLAY 'Principal must be greater than zero'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           DISPLAY 'Enter Annual Rate (percent, e.g. 07.2500): '
           ACCEPT LN-ANNUAL-RATE
           DISPLAY 'Enter Term in Months: '
           ACCEPT LN-TERM-MONTHS
           IF LN-TERM-MONTHS = 0 OR LN-TERM-MONTHS > 360
              DISPLAY 'Term must be 1 to 360 months'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF
           DISPLAY 'Enter Start Date (CCYY-MM-DD): '
           ACCEPT LN-START-DATE
           IF LN-START-DATE(5:1) NOT = '-' OR
              LN-START-DATE(8:1) NOT = '-' OR
              LN-START-DATE(1:4) NOT NUMERIC OR
              LN-START-DATE(6:2) NOT NUMERIC OR
              LN-START-DATE(9:2) NOT NUMERIC
              DISPLAY 'Invalid start date'
              MOVE 'Y' TO WS-ERROR-FLAG
           END-IF.

      *    Level annuity payment P * r * g / (g - 1) with
      *    g = (1 + r) ** n; a zero-rate loan repays the principal
      *    in equal parts.
       COMPUTE-INSTALMENT-AMOUNT.
           COMPUTE WS-MONTHLY-RATE = LN-ANNUAL-RATE / 1200
           IF WS-MONTHLY-RATE = 0
              COMPUTE LN-INSTALMENT-AMOUNT ROUNDED =
                 LN-PRINCIPAL / LN-TERM-MONTHS
           ELSE
              COMPUTE WS-GROWTH-FACTOR =
                 (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
              COMPUTE LN-INSTALMENT-AMOUNT ROUNDED =
                 LN-PRINCIPAL * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                 / (WS-GROWTH-FACTOR - 1)
           END-IF.

       GENERATE-SCHEDULE.
           MOVE LN-START-DATE(1:4) TO WS-START-YEAR
           MOVE LN-START-DATE(6:2) TO WS-START-MONTH
           MOVE LN-START-DATE(9:2) TO WS-START-DAY
           MOVE LN-PRINCIPAL TO WS-SCHED-BALANCE
           MOVE 0 TO WS-TOTAL-INTEREST
           MOVE 1 TO WS-INSTAL-NO
           PERFORM WRITE-NEXT-INSTALMENT
              UNTIL WS-INSTAL-NO > LN-TERM-MONTHS
           MOVE WS-DUE-DATE TO LN-MATURITY-DATE.

       WRITE-NEXT-INSTALMENT.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
              WS-SCHED-BALANCE * WS-MONTHLY-RATE
           IF WS-INSTAL-NO = LN-TERM-MONTHS
              MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           ELSE
              IF LN-INSTALMENT-AMOUNT > WS-SCHED-INTEREST
                 COMPUTE WS-SCHED-PRINCIPAL =
                    LN-INSTALMENT-AMOUNT - WS-SCHED-INTEREST
              ELSE
                 MOVE 0 TO WS-SCHED-PRINCIPAL
              END-IF
              IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
                 MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
              END-IF
           END-IF
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE
           ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST
           PERFORM COMPUTE-CONTRACT-DUE-DATE
           MOVE LN-CUST-ID TO LS-CUST-ID
           MOVE LN-ACCT-NO TO LS-ACCT-NO
           MOVE WS-INSTAL-NO TO LS-INSTAL-NO
           MOVE WS-DUE-DATE TO LS-DUE-DATE
           COMPUTE LS-PAYMENT-AMOUNT =
              WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL
           MOVE WS-SCHED-INTEREST TO LS-INTEREST-AMOUNT
           MOVE WS-SCHED-PRINCIPAL TO LS-PRINCIPAL-AMOUNT
           MOVE WS-SCHED-BALANCE TO LS-CLOSING-BALANCE
           MOVE 'S' TO LS-STATUS
           MOVE SPACES TO LS-BUSINESS-DUE-DATE
           MOVE 0 TO LS-TRAN-ID
           MOVE SPACES TO LS-PAID-DATE
           MOVE SPACES TO LS-REJECT-REASON
           WRITE LOAN-SCHEDULE-RECORD
              INVALID KEY
                 DISPLAY 'Error writing schedule instalment '
                    WS-INSTAL-NO ': ' WS-SCHD-STATUS
           END-WRITE
           ADD 1 TO WS-INSTAL-NO.

      *    Instalment k falls due k months after the start date, on
      *    the start date's day of month clamped to the length of
      *    the target month (a loan started on the 31st pays on the
      *    last day of the shorter months and the 31st again after).
       COMPUTE-CONTRACT-DUE-DATE.
           COMPUTE WS-MONTH-INDEX = WS-START-MONTH - 1 + WS-INSTAL-NO
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-YEAR-OFFSET
              REMAINDER WS-ROLL-MONTH
           ADD 1 TO WS-ROLL-MONTH
           COMPUTE WS-ROLL-YEAR = WS-START-YEAR + WS-YEAR-OFFSET
           MOVE WS-START-DAY TO WS-ROLL-DAY
           PERFORM SET-MONTH-DAYS
           IF WS-ROLL-DAY > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-ROLL-DAY
           END-IF
           MOVE WS-ROLL-YEAR TO WS-DUE-DATE(1:4)
           MOVE '-' TO WS-DUE-DATE(5:1)
           MOVE WS-ROLL-MONTH TO WS-DUE-DATE(6:2)
           MOVE '-' TO WS-DUE-DATE(8:1)
           MOVE WS-ROLL-DAY TO WS-DUE-DATE(9:2).

       SET-MONTH-DAYS.
           EVALUATE WS-ROLL-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 IF FUNCTION MOD(WS-ROLL-YEAR 4) = 0 AND
                    (FUNCTION MOD(WS-ROLL-YEAR 100) NOT = 0 OR
                     FUNCTION MOD(WS-ROLL-YEAR 400) = 0)
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

      *    Once LOANDUE has emitted an instalment the loan is live
      *    on the posting side and can no longer simply be withdrawn.
       CANCEL-LOAN.
           DISPLAY 'Enter Customer ID: '
           ACCEPT LN-CUST-ID
           DISPLAY 'Enter Loan Account Number: '
           ACCEPT LN-ACCT-NO
           READ LOAN-FILE
              INVALID KEY
                 DISPLAY 'Loan not found'
              NOT INVALID KEY
                 IF NOT LN-ACTIVE OR LN-NEXT-INSTAL-NO > 1
                    DISPLAY 'Loan has instalments emitted or is not '
                       'active - cannot cancel'
                 ELSE
                    MOVE 'C' TO LN-STATUS
                    MOVE 0 TO LN-OUTSTANDING-PRINCIPAL
                    REWRITE LOAN-RECORD
                    IF WS-LOAN-STATUS = '00'
                       DISPLAY 'Loan cancelled'
                    ELSE
                       DISPLAY 'Error cancelling loan'
                    END-IF
                 END-IF
           END-READ.

       READ-LOAN.
           DISPLAY 'Enter Customer ID: '
           ACCEPT LN-CUST-ID
           DISPLAY 'Enter Loan Account Number: '
           ACCEPT LN-ACCT-NO
           READ LOAN-FILE
              INVALID KEY
                 DISPLAY 'Loan not found'
              NOT INVALID KEY
                 PERFORM DISPLAY-LOAN
           END-READ.

       BROWSE-LOANS.
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-BROWSE-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM BROWSE-NEXT-LOAN UNTIL WS-BROWSE-EOF = 'Y'
           DISPLAY 'Loans on file: ' WS-BROWSE-COUNT.

       BROWSE-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BROWSE-EOF
              NOT AT END
                 PERFORM DISPLAY-LOAN
                 ADD 1 TO WS-BROWSE-COUNT
           END-READ.

       DISPLAY-LOAN.
           DISPLAY 'Loan: ' LN-CUST-ID '/' LN-ACCT-NO
              ' Status: ' LN-STATUS
              ' Principal: ' LN-PRINCIPAL ' ' LN-CURRENCY-CODE
              ' Rate: ' LN-ANNUAL-RATE
           DISPLAY '  Term: ' LN-TERM-MONTHS
              ' Start: ' LN-START-DATE
              ' Maturity: ' LN-MATURITY-DATE
              ' Instalment: ' LN-INSTALMENT-AMOUNT
           DISPLAY '  Paid: ' LN-INSTALMENTS-PAID
              ' Outstanding: ' LN-OUTSTANDING-PRINCIPAL
              ' Next Instalment: ' LN-NEXT-INSTAL-NO
           IF LN-IN-ARREARS
              DISPLAY '  IN ARREARS: ' LN-ARREARS-COUNT
                 ' instalments, ' LN-ARREARS-AMOUNT
                 ' since ' LN-OLDEST-UNPAID-DATE
                 ' (' LN-DAYS-PAST-DUE ' days past due)'
           END-IF.

       SHOW-LOAN-SCHEDULE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT LN-CUST-ID
           DISPLAY 'Enter Loan Account Number: '
           ACCEPT LN-ACCT-NO
           MOVE LN-CUST-ID TO LS-CUST-ID
           MOVE LN-ACCT-NO TO LS-ACCT-NO
           MOVE 0 TO LS-INSTAL-NO
           START LOAN-SCHEDULE-FILE KEY IS NOT LESS THAN LS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCHED-EOF
              NOT INVALID KEY
                 MOVE 'N' TO WS-SCHED-EOF
           END-START
           MOVE 0 TO WS-BROWSE-COUNT
           PERFORM SHOW-NEXT-INSTALMENT UNTIL WS-SCHED-EOF = 'Y'
           DISPLAY 'Instalments on schedule: ' WS-BROWSE-COUNT.

       SHOW-NEXT-INSTALMENT.
           READ LOAN-SCHEDULE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCHED-EOF
              NOT AT END
                 IF LS-CUST-ID NOT = LN-CUST-ID OR
                    LS-ACCT-NO NOT = LN-ACCT-NO
                    MOVE 'Y' TO WS-SCHED-EOF
                 ELSE
                    ADD 1 TO WS-BROWSE-COUNT
                    DISPLAY LS-INSTAL-NO ' ' LS-DUE-DATE
                       ' Pay: ' LS-PAYMENT-AMOUNT
                       ' Int: ' LS-INTEREST-AMOUNT
                       ' Prin: ' LS-PRINCIPAL-AMOUNT
                       ' Bal: ' LS-CLOSING-BALANCE
                       ' ' LS-STATUS
                 END-IF
           END-READ.

       TERMINATE-PROGRAM.
           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE CUSTOMER-FILE
           IF WS-ACCT-FILE-OPEN = 'Y'
              CLOSE ACCOUNT-FILE
           END-IF
           DISPLAY 'Program terminated'.
