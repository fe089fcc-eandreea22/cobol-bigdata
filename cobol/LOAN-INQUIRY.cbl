      *> is on the phone: every loan where the customer is the
      *> borrower OR the co-applicant, with the booked terms, current
      *> status, payments received to date (reversals netted),
      *> remaining principal balance, last payment date, the next
      *> payment due date and amount (the same monthly payment
      *> LOAN-PROCESS's amortization uses), and the days-past-due
      *> bucket from the same aging math DELINQUENCY-REPORT applies.
      *> The balances and dates are read off
      *> loan-position-master.dat, one keyed READ per loan.
      *> CUSTOMER-EXTRACT dumps raw records for disclosure; this is
      *> the computed view.
      *>
      *> Invocation: LOAN-INQUIRY <customer_id>
      *> Example: ./loan-inquiry C-00001
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

           88  LOAN-BOOK-AT-EOF          VALUE "Y".
       01  WS-LOANS-SHOWN                PIC 9(4) VALUE 0.

      *> Per-loan position work fields
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-MONTHS-ELAPSED             PIC S9(4) VALUE 0.
       01  WS-EXPECTED-TO-DATE           PIC 9(10)V99 VALUE 0.
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-SHORTFALL                  PIC S9(10)V99 VALUE 0.
       01  WS-MONTHS-BEHIND              PIC 9(4) VALUE 0.
       01  WS-BALANCE                    PIC 9(10)V99 VALUE 0.

      *> Next-due-date derivation work fields
       01  WS-NEXT-DUE-YEAR              PIC 9(4) VALUE 0.
       01  WS-NEXT-DUE-MONTH             PIC 9(2) VALUE 0.
       01  WS-DUE-DAY                    PIC 9(2) VALUE 0.
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-LOAN-POSITIONS.

           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM READ-LOAN-BOOK-RECORD
               UNTIL LOAN-BOOK-AT-EOF.

           PERFORM CLOSE-LOAN-POSITIONS.
           CLOSE LOAN-BOOK-FILE.

       READ-LOAN-BOOK-RECORD.
           DISPLAY "Received to date:$" WS-AMOUNT-DISPLAY.
           MOVE WS-BALANCE TO WS-AMOUNT-DISPLAY.
           DISPLAY "Balance:         $" WS-AMOUNT-DISPLAY.
           IF PSN-LAST-PAYMENT-DATE NOT = SPACES
               DISPLAY "Last payment:    "
                   PSN-LAST-PAYMENT-DATE(1:4) "-"
                   PSN-LAST-PAYMENT-DATE(5:2) "-"
                   PSN-LAST-PAYMENT-DATE(7:2)
           END-IF.

           IF LB-STATUS = "ACTIVE" AND WS-LOAN-TERM > 0
               MOVE WS-MONTHLY-PAYMENT TO WS-AMOUNT-DISPLAY
           END-IF.

       COMPUTE-LOAN-POSITION.
      *> Balance, cash received, last payment and next due date come
      *> off the loan's record on the position master (reversals
      *> already netted); the aging is the same expected-versus-
      *> received math DELINQUENCY-REPORT applies.
           MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
               TO WS-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(LB-TERM-STR) TO WS-LOAN-TERM.
           COMPUTE WS-LOAN-RATE =
               FUNCTION NUMVAL(LB-RATE-STR) / 1000.

           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

           IF PSN-PRINCIPAL-OUT <= 0
               MOVE 0 TO WS-BALANCE
           ELSE
               MOVE PSN-PRINCIPAL-OUT TO WS-BALANCE
           END-IF.

           MOVE 0 TO WS-MONTHS-BEHIND.
                   WS-ANNUITY-WORK / (WS-GROWTH-FACTOR - 1)
           END-IF.

       DERIVE-NEXT-DUE-DATE.
      *> The position master keeps the next due date current - the
      *> origination day-of-month in the first month not yet covered
      *> by the cash received - so a delinquent borrower hears the
      *> oldest missed date, and a current one hears next month's.
           MOVE FUNCTION NUMVAL(PSN-NEXT-DUE-DATE(1:4))
               TO WS-NEXT-DUE-YEAR.
           MOVE FUNCTION NUMVAL(PSN-NEXT-DUE-DATE(5:2))
               TO WS-NEXT-DUE-MONTH.
           MOVE FUNCTION NUMVAL(PSN-NEXT-DUE-DATE(7:2))
               TO WS-DUE-DAY.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
