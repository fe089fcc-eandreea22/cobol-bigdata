      *> LOAN-POSITION-WS.cpy
      *> Loan Position Master - Working Storage
      *>
      *> Fields for the lookup paragraphs in LOAN-POSITION-PARA.cpy
      *> and the posting paragraphs in LOAN-POSITION-POST.cpy. Declare
      *> the companion SELECT and FD (LOAN-POSITION-REC.cpy against
      *> FCP-LOAN-POSITION, INDEXED, ACCESS DYNAMIC, RECORD KEY
      *> PN-POSITION-KEY, FILE STATUS PSN-FILE-STATUS) alongside.
      *>
      *> Readers set PSN-CUSTOMER-ID and PSN-LOAN-TIMESTAMP, plus the
      *> loan's booked amount / term / rate strings in PSN-BOOK-*,
      *> and PERFORM READ-LOAN-POSITION (or OPEN-LOAN-POSITIONS once,
      *> LOOKUP-LOAN-POSITION per loan, CLOSE-LOAN-POSITIONS at the
      *> end of a scan). LOAN-POSITION-FOUND says whether the loan
      *> has a position; either way the PSN- position values below
      *> are filled - a loan with none (not yet funded) reads as the
      *> booked amount outstanding and nothing posted.
      *>
      *> Posters PERFORM CLEAR-POSITION-POSTING, set the keys (and the
      *> PSN-BOOK-* strings when they have the book record in hand),
      *> then either move the payment record's four amount strings to
      *> PSN-PAY-* and PERFORM POST-PAYMENT-TO-POSITION, or set the
      *> PSN- delta fields directly and PERFORM POST-LOAN-POSITION.
      *> BUSINESS-DATE-WS.cpy must be present, and FILE-LOCK-WS.cpy
      *> wherever LOAN-POSITION-POST.cpy is copied.

       01  PSN-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  PSN-LOAN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01  PSN-FILE-STATUS             PIC XX VALUE SPACES.
       01  PSN-OPEN-FLAG               PIC X VALUE "N".
           88  LOAN-POSITIONS-OPEN     VALUE "Y".
       01  PSN-REOPEN-FLAG             PIC X VALUE "N".
       01  PSN-FOUND-FLAG              PIC X VALUE "N".
           88  LOAN-POSITION-FOUND     VALUE "Y".

      *> Loan-book terms supplied by the caller (spaces = not known)
       01  PSN-BOOK-AMOUNT-STR         PIC X(15) VALUE SPACES.
       01  PSN-BOOK-TERM-STR           PIC X(3) VALUE SPACES.
       01  PSN-BOOK-RATE-STR           PIC X(5) VALUE SPACES.

      *> Position values (filled by a lookup, posted back by a post)
       01  PSN-LOAN-AMOUNT             PIC S9(10)V99 VALUE 0.
       01  PSN-TERM                    PIC 9(3) VALUE 0.
       01  PSN-RATE-STR                PIC X(5) VALUE SPACES.
       01  PSN-PRINCIPAL-OUT           PIC S9(10)V99 VALUE 0.
       01  PSN-INTEREST-OPEN           PIC S9(10)V99 VALUE 0.
       01  PSN-FEES-OPEN               PIC S9(10)V99 VALUE 0.
       01  PSN-PAID-TO-DATE            PIC S9(10)V99 VALUE 0.
       01  PSN-LAST-PAYMENT-DATE       PIC X(8) VALUE SPACES.
       01  PSN-NEXT-DUE-DATE           PIC X(8) VALUE SPACES.
       01  PSN-LAST-ACCRUAL-PERIOD     PIC X(6) VALUE SPACES.

      *> Posting request - amounts moved by this one posting
       01  PSN-CREATE-FLAG             PIC X VALUE "N".
           88  PSN-MAY-CREATE          VALUE "Y".
       01  PSN-PRINCIPAL-PAID-DELTA    PIC S9(10)V99 VALUE 0.
       01  PSN-INTEREST-ACCRUED-DELTA  PIC S9(10)V99 VALUE 0.
       01  PSN-INTEREST-PAID-DELTA     PIC S9(10)V99 VALUE 0.
       01  PSN-FEES-ASSESSED-DELTA     PIC S9(10)V99 VALUE 0.
       01  PSN-FEES-PAID-DELTA         PIC S9(10)V99 VALUE 0.
       01  PSN-CASH-DELTA              PIC S9(10)V99 VALUE 0.
       01  PSN-PAYMENT-DATE            PIC X(8) VALUE SPACES.
       01  PSN-ACCRUAL-PERIOD          PIC X(6) VALUE SPACES.
       01  PSN-POSTED-FLAG             PIC X VALUE "N".
           88  LOAN-POSITION-POSTED    VALUE "Y".

      *> Payment record amount strings (LP-AMOUNT-STR and portions)
       01  PSN-PAY-AMOUNT-STR          PIC X(15) VALUE SPACES.
       01  PSN-PAY-INTEREST-STR        PIC X(15) VALUE SPACES.
       01  PSN-PAY-PRINCIPAL-STR       PIC X(15) VALUE SPACES.
       01  PSN-PAY-FEE-STR             PIC X(15) VALUE SPACES.

      *> Lock slot parked while the position file is locked
       01  PSN-HELD-LOCK-TARGET        PIC X(200) VALUE SPACES.
       01  PSN-HELD-LOCK-FLAG          PIC X VALUE "N".

      *> Next-due-date derivation work fields
       01  PSN-AMOUNT-EDIT             PIC -(11)9.99.
       01  PSN-LOAN-RATE               PIC 9(2)V9(4) VALUE 0.
       01  PSN-MONTHLY-RATE            PIC 9V9(8) VALUE 0.
       01  PSN-GROWTH-FACTOR           PIC 9(4)V9(8) VALUE 0.
       01  PSN-ANNUITY-WORK            PIC 9(8)V9(8) VALUE 0.
       01  PSN-MONTHLY-PAYMENT         PIC 9(8)V99 VALUE 0.
       01  PSN-PAYMENTS-COVERED        PIC 9(4) VALUE 0.
       01  PSN-DUE-MONTHS              PIC 9(6) VALUE 0.
       01  PSN-DUE-YEAR                PIC 9(4) VALUE 0.
       01  PSN-DUE-MONTH               PIC 9(2) VALUE 0.
       01  PSN-DUE-DAY                 PIC 9(2) VALUE 0.
       01  PSN-DUE-DATE-NUM            PIC 9(8) VALUE 0.
