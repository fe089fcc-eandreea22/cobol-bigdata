      *> LOAN-POSITION-PARA.cpy
      *> Loan Position Master - Lookup Paragraphs
      *>
      *> See LOAN-POSITION-WS.cpy for how callers drive these. Every
      *> program that reads or posts positions copies this member;
      *> posting programs copy LOAN-POSITION-POST.cpy as well.

       OPEN-LOAN-POSITIONS.
           MOVE "N" TO PSN-OPEN-FLAG.
           OPEN INPUT LOAN-POSITION-FILE.
           IF PSN-FILE-STATUS = "00"
               MOVE "Y" TO PSN-OPEN-FLAG
           END-IF.

       CLOSE-LOAN-POSITIONS.
           IF LOAN-POSITIONS-OPEN
               CLOSE LOAN-POSITION-FILE
               MOVE "N" TO PSN-OPEN-FLAG
           END-IF.

       READ-LOAN-POSITION.
           PERFORM OPEN-LOAN-POSITIONS.
           PERFORM LOOKUP-LOAN-POSITION.
           PERFORM CLOSE-LOAN-POSITIONS.

       LOOKUP-LOAN-POSITION.
      *> A loan with no position yet (approved but not funded, or no
      *> position file at all) reads as its booked amount outstanding
      *> with nothing posted against it.
           MOVE "N" TO PSN-FOUND-FLAG.
           IF LOAN-POSITIONS-OPEN
               MOVE PSN-CUSTOMER-ID TO PN-CUSTOMER-ID
               MOVE PSN-LOAN-TIMESTAMP TO PN-LOAN-TIMESTAMP
               READ LOAN-POSITION-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PSN-FILE-STATUS = "00"
                   MOVE "Y" TO PSN-FOUND-FLAG
               END-IF
           END-IF.

           IF LOAN-POSITION-FOUND
               PERFORM UNPACK-LOAN-POSITION
           ELSE
               PERFORM SEED-LOAN-POSITION
               PERFORM COMPUTE-POSITION-NEXT-DUE
           END-IF.

       SEED-LOAN-POSITION.
           MOVE FUNCTION NUMVAL(PSN-BOOK-AMOUNT-STR)
               TO PSN-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(PSN-BOOK-TERM-STR) TO PSN-TERM.
           MOVE PSN-BOOK-RATE-STR TO PSN-RATE-STR.
           MOVE PSN-LOAN-AMOUNT TO PSN-PRINCIPAL-OUT.
           MOVE 0 TO PSN-INTEREST-OPEN.
           MOVE 0 TO PSN-FEES-OPEN.
           MOVE 0 TO PSN-PAID-TO-DATE.
           MOVE SPACES TO PSN-LAST-PAYMENT-DATE.
           MOVE SPACES TO PSN-NEXT-DUE-DATE.
           MOVE SPACES TO PSN-LAST-ACCRUAL-PERIOD.

       UNPACK-LOAN-POSITION.
           MOVE FUNCTION NUMVAL(PN-LOAN-AMOUNT-STR)
               TO PSN-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(PN-TERM-STR) TO PSN-TERM.
           MOVE PN-RATE-STR TO PSN-RATE-STR.
           MOVE FUNCTION NUMVAL(PN-PRINCIPAL-OUT-STR)
               TO PSN-PRINCIPAL-OUT.
           MOVE FUNCTION NUMVAL(PN-INTEREST-OPEN-STR)
               TO PSN-INTEREST-OPEN.
           MOVE FUNCTION NUMVAL(PN-FEES-OPEN-STR) TO PSN-FEES-OPEN.
           MOVE FUNCTION NUMVAL(PN-PAID-TO-DATE-STR)
               TO PSN-PAID-TO-DATE.
           MOVE PN-LAST-PAYMENT-DATE TO PSN-LAST-PAYMENT-DATE.
           MOVE PN-NEXT-DUE-DATE TO PSN-NEXT-DUE-DATE.
           MOVE PN-LAST-ACCRUAL-PERIOD TO PSN-LAST-ACCRUAL-PERIOD.

       COMPUTE-POSITION-NEXT-DUE.
      *> The origination day-of-month (clamped to 28 so February
      *> never produces an impossible date) in the first month the
      *> cash received does not yet cover, on the same annuity
      *> payment GENERATE-AMORTIZATION-SCHEDULE uses at origination -
      *> so a delinquent loan shows its oldest missed date and a
      *> current one next month's. Rolling it past weekends and
      *> holidays is left to whoever reads it against the calendar.
           MOVE SPACES TO PSN-NEXT-DUE-DATE.
           IF PSN-TERM = 0
               EXIT PARAGRAPH
           END-IF.

      *> The rate is carried the way the rate table carries it
      *> ("04750" = 4.75%), so the same /1000 scaling applies.
           COMPUTE PSN-LOAN-RATE =
               FUNCTION NUMVAL(PSN-RATE-STR) / 1000.
           COMPUTE PSN-MONTHLY-RATE = PSN-LOAN-RATE / 100 / 12.
           IF PSN-MONTHLY-RATE = 0
               COMPUTE PSN-MONTHLY-PAYMENT ROUNDED =
                   PSN-LOAN-AMOUNT / PSN-TERM
           ELSE
               COMPUTE PSN-GROWTH-FACTOR =
                   (1 + PSN-MONTHLY-RATE) ** PSN-TERM
               COMPUTE PSN-ANNUITY-WORK =
                   PSN-LOAN-AMOUNT * PSN-MONTHLY-RATE
                   * PSN-GROWTH-FACTOR
               COMPUTE PSN-MONTHLY-PAYMENT ROUNDED =
                   PSN-ANNUITY-WORK / (PSN-GROWTH-FACTOR - 1)
           END-IF.

           IF PSN-MONTHLY-PAYMENT = 0
               OR PSN-PAID-TO-DATE <= 0
               MOVE 0 TO PSN-PAYMENTS-COVERED
           ELSE
               COMPUTE PSN-PAYMENTS-COVERED =
                   PSN-PAID-TO-DATE / PSN-MONTHLY-PAYMENT
           END-IF.
           IF PSN-PAYMENTS-COVERED >= PSN-TERM
               MOVE PSN-TERM TO PSN-PAYMENTS-COVERED
           END-IF.

           COMPUTE PSN-DUE-MONTHS =
               FUNCTION NUMVAL(PSN-LOAN-TIMESTAMP(1:4)) * 12
               + FUNCTION NUMVAL(PSN-LOAN-TIMESTAMP(5:2))
               + PSN-PAYMENTS-COVERED + 1.
           COMPUTE PSN-DUE-YEAR = (PSN-DUE-MONTHS - 1) / 12.
           COMPUTE PSN-DUE-MONTH =
               PSN-DUE-MONTHS - PSN-DUE-YEAR * 12.

           MOVE FUNCTION NUMVAL(PSN-LOAN-TIMESTAMP(7:2))
               TO PSN-DUE-DAY.
           IF PSN-DUE-DAY > 28
               MOVE 28 TO PSN-DUE-DAY
           END-IF.
           IF PSN-DUE-DAY = 0
               MOVE 1 TO PSN-DUE-DAY
           END-IF.

           COMPUTE PSN-DUE-DATE-NUM =
               PSN-DUE-YEAR * 10000 + PSN-DUE-MONTH * 100
               + PSN-DUE-DAY.
           MOVE PSN-DUE-DATE-NUM TO PSN-NEXT-DUE-DATE.
