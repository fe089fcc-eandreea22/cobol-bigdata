      *> close this out" from one run instead of a calculator and
      *> three files. The quote is:
      *>   principal remaining (booked amount less the principal
      *>     portions of payments)
      *> + open accrued interest (accruals less the interest
      *>     portions of payments)
      *> + per-diem interest at the booked rate for days past the
      *>     last month INTEREST-ACCRUE has posted
      *> + open assessed fees (fees assessed less the fee portions
      *>     of payments)
      *> All four come off the loan's record on
      *> loan-position-master.dat, kept current by every program
      *> that posts to the payment, accrual and fee ledgers.
      *>
      *> Invocation: PAYOFF-QUOTE <customer_id> <loan_timestamp>
      *>                          [quote_date]
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT QUOTE-REPORT-FILE
               ASSIGN TO "payoff-quote.txt"
       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  QUOTE-REPORT-FILE.
       01  QUOTE-REPORT-RECORD           PIC X(80).
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-ANNUAL-RATE                PIC 9(2)V9(4) VALUE 0.

      *> Latest accrual period posted (YYYYMM, spaces = none yet)
       01  WS-LAST-PERIOD                PIC X(6) VALUE SPACES.

      *> Quote computation work fields
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
               STOP RUN
           END-IF.

           PERFORM READ-POSITION-BALANCES.
           PERFORM COMPUTE-PAYOFF-AMOUNT.
           PERFORM WRITE-QUOTE-REPORT.

               MOVE LB-STATUS TO WS-LOAN-STATUS
               MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
                   TO WS-LOAN-AMOUNT
               MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR
               MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR
               MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR
      *> LB-RATE-STR carries the rate the same way the rate table
      *> does ("04750" = 4.75%), so the same /1000 scaling applies.
               COMPUTE WS-ANNUAL-RATE =

           CLOSE LOAN-BOOK-FILE.

       READ-POSITION-BALANCES.
      *> One keyed READ of the loan's position. A loan with no
      *> position yet reads as the booked amount with nothing posted.
           MOVE WS-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           PERFORM READ-LOAN-POSITION.
           MOVE PSN-LAST-ACCRUAL-PERIOD TO WS-LAST-PERIOD.

       COMPUTE-PAYOFF-AMOUNT.
      *> The position keeps the balances netted the way the ledgers
      *> net, so an overpaid bucket reads below zero; the quote
      *> never owes less than nothing on any line.
           IF PSN-PRINCIPAL-OUT <= 0
               MOVE 0 TO WS-PRINCIPAL-REMAINING
           ELSE
               MOVE PSN-PRINCIPAL-OUT TO WS-PRINCIPAL-REMAINING
           END-IF.

           IF PSN-INTEREST-OPEN <= 0
               MOVE 0 TO WS-OPEN-INTEREST
           ELSE
               MOVE PSN-INTEREST-OPEN TO WS-OPEN-INTEREST
           END-IF.

           IF PSN-FEES-OPEN <= 0
               MOVE 0 TO WS-OPEN-FEES
           ELSE
               MOVE PSN-FEES-OPEN TO WS-OPEN-FEES
           END-IF.

           PERFORM COMPUTE-PERDIEM-INTEREST.
       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
