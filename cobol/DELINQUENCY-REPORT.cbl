      *> Compares expected-to-date against received-to-date for every
      *> ACTIVE loan on loan-book-master.dat, using the same monthly
      *> payment LOAN-PROCESS computes for the amortization schedule
      *> and the cash received carried on each loan's record on
      *> loan-position-master.dat, and buckets shortfalls into current
      *> / 30 / 60 / 90+ days past due with totals per bucket - so
      *> collections knows who to call each morning without a
      *> hand-kept spreadsheet.
      *>
      *> Invocation: DELINQUENCY-REPORT
      *> Example: ./delinquency-report
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT DELINQ-REPORT-FILE
               ASSIGN TO "delinquency-report.txt"
       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  DELINQ-REPORT-FILE.
       01  DELINQ-REPORT-RECORD          PIC X(100).
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Per-loan aging work fields
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
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
           PERFORM UNTIL LOAN-BOOK-AT-EOF
               READ LOAN-BOOK-FILE NEXT RECORD
               END-READ
           END-PERFORM.

           PERFORM CLOSE-LOAN-POSITIONS.
           CLOSE LOAN-BOOK-FILE.

       AGE-ONE-LOAN.
      *> Expected-to-date is one monthly payment per full month since
      *> origination (capped at the loan's own term), computed from
      *> the same annuity formula GENERATE-AMORTIZATION-SCHEDULE uses
      *> at origination; received-to-date is the cash received on
      *> the loan's record on loan-position-master.dat.
           MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
               TO WS-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(LB-TERM-STR) TO WS-LOAN-TERM.
           END-IF.

       SUM-PAYMENTS-RECEIVED.
      *> Cash received to date (reversals netted) off this loan's
      *> position - one keyed READ instead of a payments-file scan.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

       WRITE-DELINQUENT-DETAIL.
           IF WS-DETAIL-HEADER-DONE = "N"
       COPY "CALENDAR-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
