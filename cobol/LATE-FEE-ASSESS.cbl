      *>
      *> Walks loan-book-master.dat at month end, computes
      *> expected-to-date against received-to-date per ACTIVE loan the
      *> same way DELINQUENCY-REPORT does (paid-to-date off
      *> loan-position-master.dat), and charges the late fee our loan
      *> agreements entitle us to on every delinquent loan - posting
      *> it to loan-fee-ledger.dat and the loan's position and
      *> printing a fee journal finance can tie out. Fees feed the
      *> payoff math and are settled first out of payments by
      *> LOAN-PAYMENT.
      *>
      *> The fee, grace period, and per-loan cap are ops-configurable:
      *> late-fee-config.dat holds one line of three blank-delimited
      *> numbers - fee amount, grace days, lifetime per-loan cap
      *> (e.g. "25.00 10 150.00"). A missing config file defaults to
      *> those values. A loan whose product on product-catalog.dat
      *> sets its own late fee or grace days is charged on those
      *> instead; the config values cover any product that does not.
      *> No fee is charged while the most recent missed
      *> due date is still inside the grace window, and a loan at its
      *> cap is never charged past it. A customer under bankruptcy or
      *> estate handling on the legal status register is never
      *> charged at all.
      *>
      *> The run is idempotent per period the way INTEREST-ACCRUE is:
      *> a loan that already has a LATE fee on the ledger for this
      *> Invocation: LATE-FEE-ASSESS
      *> Example: ./late-fee-assess
      *>
      *> Output: loan-fee-ledger.dat (appended),
      *>         loan-position-master.dat (updated),
      *>         late-fee-journal.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-CFG-STATUS.

           SELECT PRODUCT-CATALOG-FILE ASSIGN TO FCP-PRODUCT-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

           SELECT FEE-JOURNAL-FILE
               ASSIGN TO "late-fee-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".
       FD  FEE-CONFIG-FILE.
       01  FEE-CONFIG-RECORD             PIC X(80).

       FD  PRODUCT-CATALOG-FILE.
           COPY "PRODUCT-REC.cpy".

       FD  FEE-JOURNAL-FILE.
       01  FEE-JOURNAL-RECORD            PIC X(100).

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Fee ledger work fields
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-ALREADY-ASSESSED           PIC X VALUE "N".
           88  LOAN-ALREADY-ASSESSED     VALUE "Y".
       01  WS-PRIOR-FEES                 PIC S9(10)V99 VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.

      *> Fee configuration work fields
       01  WS-GRACE-DAYS                 PIC 9(4) VALUE 10.
       01  WS-FEE-CAP                    PIC 9(8)V99 VALUE 150.00.

      *> The fee and grace days that apply to the loan in hand - its
      *> product's own where the catalog sets them, else the config.
       01  WS-LOAN-LATE-FEE              PIC 9(6)V99 VALUE 0.
       01  WS-LOAN-GRACE-DAYS            PIC 9(4) VALUE 0.

      *> Per-loan aging work fields (the same expected-vs-received
      *> math DELINQUENCY-REPORT applies)
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-ASSESSED-COUNT             PIC 9(6) VALUE 0.
       01  WS-ASSESSED-TOTAL             PIC 9(12)V99 VALUE 0.
       01  WS-CAPPED-COUNT               PIC 9(6) VALUE 0.
       01  WS-LEGAL-SKIP-COUNT           PIC 9(6) VALUE 0.

      *> Edited form with an explicit decimal point, so the amounts
      *> on the ledger stay NUMVAL-parseable by downstream readers.
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Effective-dated loan product catalog lookup (what each
      *> purpose code may be lent for, and on what terms)
           COPY "PRODUCT-CATALOG-WS.cpy".

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

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
      *> Grace window: no fee while the most recently missed due
      *> date - the origination day-of-month in the current month -
      *> is still within the grace days.
           PERFORM RESOLVE-PRODUCT-FEE-TERMS.
           PERFORM CHECK-GRACE-WINDOW.
           IF WS-DAYS-LATE <= WS-LOAN-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF.

      *> A bankruptcy stay or a death on the register stops fees.
           MOVE LB-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.

               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FEE-HEADROOM = WS-FEE-CAP - WS-PRIOR-FEES.
           IF WS-LOAN-LATE-FEE > WS-FEE-HEADROOM
               MOVE WS-FEE-HEADROOM TO WS-FEE-AMOUNT
           ELSE
               MOVE WS-LOAN-LATE-FEE TO WS-FEE-AMOUNT
           END-IF.

           PERFORM POST-FEE-RECORD.
           ADD 1 TO WS-ASSESSED-COUNT.
           ADD WS-FEE-AMOUNT TO WS-ASSESSED-TOTAL.

       RESOLVE-PRODUCT-FEE-TERMS.
      *> Each loan is charged on its own product's late fee and grace
      *> days as the catalog has them in force today - a product
      *> closed to new business still services its existing loans.
      *> Whatever the product leaves blank, or a loan whose product
      *> is not on the catalog at all, takes the config values.
           MOVE WS-LATE-FEE TO WS-LOAN-LATE-FEE.
           MOVE WS-GRACE-DAYS TO WS-LOAN-GRACE-DAYS.
           MOVE LB-PURPOSE-CODE TO PRD-PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT.
           IF PRODUCT-IN-FORCE
               IF PRD-HAS-LATE-FEE = "Y"
                   MOVE PRD-LATE-FEE TO WS-LOAN-LATE-FEE
               END-IF
               IF PRD-HAS-GRACE = "Y"
                   MOVE PRD-GRACE-DAYS TO WS-LOAN-GRACE-DAYS
               END-IF
           END-IF.

       CHECK-ALREADY-ASSESSED.
      *> One pass over the ledger does double duty: spot a LATE fee
      *> already posted for this period (idempotency) and total this
      *> loan's lifetime LATE fees (the cap). A waiver entry carries
      *> the fee's type and period with the amount negated, so a
      *> waived fee still blocks a second one for its period but no
      *> longer uses up the cap. A missing ledger just means nothing
      *> has ever been assessed.
           MOVE "N" TO WS-ALREADY-ASSESSED.
           MOVE 0 TO WS-PRIOR-FEES.
           MOVE "N" TO WS-FEE-EOF.
           END-IF.

       SUM-PAYMENTS-RECEIVED.
      *> Cash received is the loan's paid-to-date on the position
      *> master - the delinquency test compares cash received against
      *> the schedule, so the whole payment counts regardless of how
      *> the split allocated it. A loan with no position has had
      *> nothing received.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

       CHECK-GRACE-WINDOW.
      *> The due day is the origination day-of-month, clamped to 28

       POST-FEE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FL-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO FL-TIMESTAMP(1:8).
           MOVE LB-CUSTOMER-ID TO FL-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO FL-LOAN-TIMESTAMP.
           MOVE WS-PERIOD TO FL-PERIOD.
           MOVE "LATE" TO FL-FEE-TYPE.
           MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO FL-AMOUNT-STR.
           MOVE SPACES TO FL-WAIVER-OF.
           MOVE SPACES TO FL-REASON-CODE.

           OPEN EXTEND FEE-LEDGER-FILE.
           IF WS-FEE-STATUS = "35"
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER-FILE.

      *> The fee opens on the loan's position in the same run.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           MOVE WS-FEE-AMOUNT TO PSN-FEES-ASSESSED-DELTA.
           PERFORM POST-LOAN-POSITION.

       WRITE-JOURNAL-DETAIL.
           IF WS-JOURNAL-HEADER-DONE = "N"
               MOVE "CUSTOMER    MONTHS BEHIND  FEE"
           END-STRING.
           WRITE FEE-JOURNAL-RECORD.

           MOVE WS-LEGAL-SKIP-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FEE-JOURNAL-RECORD.
           STRING "Legal status, not charged: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FEE-JOURNAL-RECORD
           END-STRING.
           WRITE FEE-JOURNAL-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".

       COPY "PRODUCT-CATALOG-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
