       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLING-NOTICE.
       AUTHOR. Thesis Project.

      *> BILLING-NOTICE.cbl
      *> Daily Pre-Due Billing Notice Batch
      *>
      *> Walks the loan book and, for every ACTIVE loan whose next
      *> due date is within the configured number of business days,
      *> produces a billing notice into a print-ready file:
      *>
      *>   - The due day is the origination day of the month, clamped
      *>     to 28 and rolled forward over weekends and bank holidays
      *>     with the business calendar - the same due date
      *>     LATE-FEE-ASSESS ages against. The notice goes out on the
      *>     business day that lies the configured lead ahead of it
      *>     (or on the first run after, if the batch missed that
      *>     day).
      *>   - The notice shows the regular annuity installment, any
      *>     past-due amount (installments due before this one less
      *>     what has been paid toward them), and the open fees from
      *>     loan-fee-ledger.dat, netted the way PAYOFF-QUOTE nets
      *>     them: fees assessed less the fee portions of payments
      *>     received, reversals included. Money paid ahead of
      *>     schedule is credited against this installment.
      *>
      *> The customer's delivery preferences are honored as
      *> AA-LETTERS honors them: a do-not-mail flag or electronic
      *> delivery withholds the paper notice, and the notice lands on
      *> the manifest as SUPP-DNM or SUPP-ELEC. A customer with no
      *> master record lands as NO-ADDRESS and is retried on the next
      *> run. A borrower under bankruptcy or estate handling on the
      *> legal status register is sent no payment demand at all; the
      *> notice lands as SUPP-LEGAL. Every other manifest entry for
      *> a loan and due date means that notice is done, so a rerun
      *> never sends a loan two notices for the same due date.
      *>
      *> The lead time is ops-configurable: billing-notice-config.dat
      *> holds one number, the business days ahead of the due date
      *> the notice goes out (e.g. "5"). A missing config file
      *> defaults to 5; the lead is held to 1 through 20.
      *>
      *> Invocation: BILLING-NOTICE
      *> Example: ./billing-notice
      *>
      *> Output: billing-notices.txt (print file, this run's
      *>         notices), billing-notice-manifest.dat (appended)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO FCP-BUS-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PREFERENCE-FILE ASSIGN TO FCP-PREFERENCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO FCP-BILLING-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT NOTICE-CONFIG-FILE ASSIGN TO FCP-BILLING-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-CFG-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO "billing-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  CALENDAR-FILE.
           COPY "CALENDAR-REC.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  PREFERENCE-FILE.
           COPY "PREFERENCE-REC.cpy".

       FD  MANIFEST-FILE.
           COPY "BILLING-NOTICE-REC.cpy".

       FD  NOTICE-CONFIG-FILE.
       01  NOTICE-CONFIG-RECORD          PIC X(80).

       FD  NOTICE-FILE.
       01  NOTICE-RECORD                 PIC X(100).

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Run date work fields
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-NUM                  PIC 9(8) VALUE 0.
       01  WS-TODAY-MONTHS               PIC 9(6) VALUE 0.
       01  WS-LETTER-DATE                PIC X(10) VALUE SPACES.

      *> Notice configuration work fields
       01  WS-NOTICE-CFG-STATUS          PIC XX VALUE SPACES.
       01  WS-CFG-LEAD-STR               PIC X(5) VALUE SPACES.
       01  WS-LEAD-DAYS                  PIC 9(2) VALUE 5.

      *> Loan book scan work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Due date work fields: the installment for month N after
      *> origination falls due on the origination day of month N,
      *> clamped to 28 and rolled to a business day.
       01  WS-ORIG-MONTHS                PIC 9(6) VALUE 0.
       01  WS-DUE-DAY                    PIC 9(2) VALUE 0.
       01  WS-DUE-TOTAL-MONTHS           PIC 9(6) VALUE 0.
       01  WS-DUE-YEAR                   PIC 9(4) VALUE 0.
       01  WS-DUE-MONTH                  PIC 9(2) VALUE 0.
       01  WS-DUE-DATE                   PIC 9(8) VALUE 0.
       01  WS-INSTALLMENT-NO             PIC 9(4) VALUE 0.
       01  WS-NOTICE-DATE                PIC 9(8) VALUE 0.
       01  WS-WALK-DAYS                  PIC 9(7) VALUE 0.
       01  WS-WALK-COUNT                 PIC 9(2) VALUE 0.

      *> Installment work fields (the same annuity math
      *> LATE-FEE-ASSESS applies)
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-LOAN-RATE                  PIC 9V9(4) VALUE 0.
       01  WS-MONTHLY-RATE               PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR              PIC 9(4)V9(8) VALUE 0.
       01  WS-ANNUITY-WORK               PIC 9(8)V9(8) VALUE 0.
       01  WS-MONTHLY-PAYMENT            PIC 9(8)V99 VALUE 0.

      *> Amount due work fields: cash received toward installments
      *> is everything paid less the fee portions, so a fee paid
      *> never counts twice - once against the fee, once against the
      *> schedule.
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-FEES-PAID                  PIC S9(10)V99 VALUE 0.
       01  WS-INSTALLMENT-PAID           PIC S9(10)V99 VALUE 0.
       01  WS-EXPECTED-BEFORE            PIC 9(10)V99 VALUE 0.
       01  WS-PAST-DUE                   PIC 9(10)V99 VALUE 0.
       01  WS-PAID-AHEAD                 PIC 9(10)V99 VALUE 0.
       01  WS-CURRENT-DUE                PIC 9(8)V99 VALUE 0.
       01  WS-TOTAL-DUE                  PIC 9(10)V99 VALUE 0.
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-FEES-ASSESSED              PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-FEES                  PIC 9(10)V99 VALUE 0.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".
       01  WS-ADDRESS-FOUND              PIC X VALUE "N".

      *> Manifest work fields
       01  WS-MANIFEST-STATUS            PIC XX VALUE SPACES.
       01  WS-MANIFEST-EOF               PIC X VALUE "N".
           88  MANIFEST-AT-EOF           VALUE "Y".
       01  WS-ALREADY-BILLED             PIC X VALUE "N".
           88  NOTICE-ALREADY-BILLED     VALUE "Y".
       01  WS-DUE-DATE-X                 PIC X(8) VALUE SPACES.
       01  WS-BILLED-STATUS              PIC X(11) VALUE SPACES.

      *> Delivery preference work fields
       01  WS-PREF-STATUS                PIC XX VALUE SPACES.
       01  WS-PREF-EOF                   PIC X VALUE "N".
           88  PREF-AT-EOF               VALUE "Y".
       01  WS-SUPPRESS-REASON            PIC X(11) VALUE SPACES.

      *> Run totals
       01  WS-NOTICE-COUNT               PIC 9(6) VALUE 0.
       01  WS-NOTICE-TOTAL               PIC 9(10)V99 VALUE 0.
       01  WS-NO-ADDRESS-COUNT           PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-NOTHING-DUE-COUNT          PIC 9(6) VALUE 0.
       01  WS-LEGAL-SKIP-COUNT           PIC 9(6) VALUE 0.

      *> Edited forms: the manifest amount stays NUMVAL-parseable,
      *> the display forms go on the notice and the console.
       01  WS-AMOUNT-EDIT                PIC 9(8).99.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-TOTAL-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DATE-DISPLAY               PIC X(10) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Shared file lock discipline (serialized writers, bounded
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "BILLING-NOTICE" TO FLK-PROGRAM-NAME.
           PERFORM LOAD-BUSINESS-CALENDAR.

           DISPLAY "========================================".
           DISPLAY "PRE-DUE BILLING NOTICE GENERATION".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2)).
           MOVE SPACES TO WS-LETTER-DATE.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-LETTER-DATE
           END-STRING.

           PERFORM LOAD-NOTICE-CONFIG.

      *> The manifest is held for the whole run: it is both the
      *> record of what went out and the check that keeps a second
      *> run from sending it again, so two runs must not interleave.
           MOVE FCP-BILLING-MANIFEST TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: billing-notice-manifest.dat is locked "
                   "- no notices produced; rerun later"
               MOVE "REJECTED - MANIFEST_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           PERFORM SCAN-LOAN-BOOK.

           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE NOTICE-FILE.
           PERFORM RELEASE-FILE-LOCK.

           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Notices produced:   " WS-COUNT-DISPLAY.
           MOVE WS-NOTICE-TOTAL TO WS-TOTAL-DISPLAY.
           DISPLAY "Total billed:       $" WS-TOTAL-DISPLAY.
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "No address on file: " WS-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Already billed:     " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (prefs): " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SKIP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (legal): " WS-COUNT-DISPLAY.
           MOVE WS-NOTHING-DUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Paid ahead:         " WS-COUNT-DISPLAY.
           DISPLAY "Print file: billing-notices.txt".
           DISPLAY "========================================".

           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           STRING "PRODUCED - " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-NOTICE-CONFIG.
      *> A missing or unreadable config file falls back to the
      *> default lead rather than failing the batch.
           OPEN INPUT NOTICE-CONFIG-FILE.
           IF WS-NOTICE-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ NOTICE-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APPLY-NOTICE-CONFIG
           END-READ.
           CLOSE NOTICE-CONFIG-FILE.

       APPLY-NOTICE-CONFIG.
           UNSTRING NOTICE-CONFIG-RECORD DELIMITED BY ALL SPACES
               INTO WS-CFG-LEAD-STR
           END-UNSTRING.

      *> Past 20 business days the next due date may not yet be the
      *> one being billed, so the lead is held inside a month.
           IF WS-CFG-LEAD-STR NOT = SPACES
               AND FUNCTION NUMVAL(WS-CFG-LEAD-STR) > 0
               IF FUNCTION NUMVAL(WS-CFG-LEAD-STR) > 20
                   MOVE 20 TO WS-LEAD-DAYS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-CFG-LEAD-STR)
                       TO WS-LEAD-DAYS
               END-IF
           END-IF.

       SCAN-LOAN-BOOK.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               DISPLAY "No loan book found - nothing to bill."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM READ-LOAN-BOOK-RECORD
               UNTIL LOAN-BOOK-AT-EOF.

           CLOSE LOAN-BOOK-FILE.

       READ-LOAN-BOOK-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   IF LB-STATUS = "ACTIVE"
                       PERFORM BILL-ONE-LOAN
                   END-IF
           END-READ.

       BILL-ONE-LOAN.
           MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
               TO WS-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(LB-TERM-STR) TO WS-LOAN-TERM.
      *> LB-RATE-STR carries the rate the same way the rate table
      *> does ("04750" = 4.75%), so the same /1000 scaling applies.
           COMPUTE WS-LOAN-RATE =
               FUNCTION NUMVAL(LB-RATE-STR) / 1000.
           IF WS-LOAN-TERM = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-DUE-DATE.
      *> Past the last installment there is nothing left to bill on
      *> the schedule.
           IF WS-INSTALLMENT-NO > WS-LOAN-TERM
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NOTICE-DATE.
           IF WS-NOTICE-DATE > WS-TODAY-NUM
               EXIT PARAGRAPH
           END-IF.

      *> A notice already on the manifest for this loan and due date
      *> was handled by an earlier run - producing it again would
      *> bill the customer twice.
           PERFORM CHECK-MANIFEST.
           IF NOTICE-ALREADY-BILLED
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-AMOUNT-DUE.
           IF WS-TOTAL-DUE = 0
               ADD 1 TO WS-NOTHING-DUE-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> A bankruptcy stay or a death on the register stops the
      *> demand for good; the manifest records why.
           MOVE LB-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-SKIP-COUNT
               MOVE "SUPP-LEGAL" TO WS-BILLED-STATUS
               PERFORM APPEND-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF.

      *> The customer's preferences decide whether paper goes out at
      *> all; a withheld notice still lands on the manifest with why.
           PERFORM CHECK-DELIVERY-PREFERENCE.
           IF WS-SUPPRESS-REASON NOT = SPACES
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE WS-SUPPRESS-REASON TO WS-BILLED-STATUS
               PERFORM APPEND-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM FETCH-CUSTOMER-ADDRESS.
           IF WS-ADDRESS-FOUND = "N"
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NO-ADDRESS" TO WS-BILLED-STATUS
               PERFORM APPEND-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-NOTICE-BODY.

           ADD 1 TO WS-NOTICE-COUNT.
           ADD WS-TOTAL-DUE TO WS-NOTICE-TOTAL.
           MOVE "PRODUCED" TO WS-BILLED-STATUS.
           PERFORM APPEND-MANIFEST-RECORD.

       FIND-NEXT-DUE-DATE.
      *> Start from last month's due date - a due date clamped to
      *> the 28th can roll over a weekend into this month - and step
      *> forward to the first one that has not yet passed. The first
      *> installment is due the month after origination.
           MOVE FUNCTION NUMVAL(LB-TIMESTAMP(7:2)) TO WS-DUE-DAY.
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF.
           IF WS-DUE-DAY = 0
               MOVE 1 TO WS-DUE-DAY
           END-IF.

           COMPUTE WS-ORIG-MONTHS =
               FUNCTION NUMVAL(LB-TIMESTAMP(1:4)) * 12
               + FUNCTION NUMVAL(LB-TIMESTAMP(5:2)).
           COMPUTE WS-DUE-TOTAL-MONTHS = WS-TODAY-MONTHS - 1.
           IF WS-DUE-TOTAL-MONTHS <= WS-ORIG-MONTHS
               COMPUTE WS-DUE-TOTAL-MONTHS = WS-ORIG-MONTHS + 1
           END-IF.

           PERFORM BUILD-DUE-DATE.
           PERFORM ADVANCE-DUE-MONTH
               UNTIL WS-DUE-DATE >= WS-TODAY-NUM.

           COMPUTE WS-INSTALLMENT-NO =
               WS-DUE-TOTAL-MONTHS - WS-ORIG-MONTHS.

       ADVANCE-DUE-MONTH.
           ADD 1 TO WS-DUE-TOTAL-MONTHS.
           PERFORM BUILD-DUE-DATE.

       BUILD-DUE-DATE.
           COMPUTE WS-DUE-YEAR =
               (WS-DUE-TOTAL-MONTHS - 1) / 12.
           COMPUTE WS-DUE-MONTH =
               WS-DUE-TOTAL-MONTHS - WS-DUE-YEAR * 12.
           COMPUTE WS-DUE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100
               + WS-DUE-DAY.

      *> A due date on a weekend or bank holiday rolls to the next
      *> business day, exactly as the late-fee grace clock sees it.
           MOVE WS-DUE-DATE TO CAL-DATE-IN.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CAL-DATE-OUT TO WS-DUE-DATE.

       FIND-NOTICE-DATE.
      *> Count back the configured number of business days from the
      *> due date. A day is a business day when the calendar roll
      *> leaves it where it is.
           COMPUTE WS-WALK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           MOVE 0 TO WS-WALK-COUNT.
           PERFORM STEP-BACK-ONE-DAY
               UNTIL WS-WALK-COUNT >= WS-LEAD-DAYS.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-WALK-DAYS.
           COMPUTE WS-NOTICE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WALK-DAYS).
           MOVE WS-NOTICE-DATE TO CAL-DATE-IN.
           PERFORM ROLL-TO-BUSINESS-DAY.
           IF CAL-DATE-OUT = WS-NOTICE-DATE
               ADD 1 TO WS-WALK-COUNT
           END-IF.

       CHECK-MANIFEST.
           MOVE "N" TO WS-ALREADY-BILLED.
           MOVE WS-DUE-DATE TO WS-DUE-DATE-X.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-MANIFEST-EOF.
           PERFORM READ-MANIFEST-RECORD
               UNTIL MANIFEST-AT-EOF OR NOTICE-ALREADY-BILLED.

           CLOSE MANIFEST-FILE.

       READ-MANIFEST-RECORD.
      *> Produced, preference- and legal-withheld notices are all
      *> final; a NO-ADDRESS one is retried once the master record
      *> exists.
           READ MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-MANIFEST-EOF
               NOT AT END
                   IF BN-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND BN-LOAN-TIMESTAMP = LB-TIMESTAMP
                       AND BN-DUE-DATE = WS-DUE-DATE-X
                       AND BN-STATUS NOT = "NO-ADDRESS"
                       MOVE "Y" TO WS-ALREADY-BILLED
                   END-IF
           END-READ.

       COMPUTE-AMOUNT-DUE.
      *> Past due is what the schedule expected before this due date
      *> less what has gone toward installments; anything paid
      *> beyond that is credited against this installment.
           PERFORM COMPUTE-MONTHLY-PAYMENT.
           PERFORM SUM-PAYMENTS-RECEIVED.
           PERFORM SUM-OPEN-FEES.

           COMPUTE WS-INSTALLMENT-PAID =
               WS-RECEIVED-TO-DATE - WS-FEES-PAID.
           COMPUTE WS-EXPECTED-BEFORE =
               (WS-INSTALLMENT-NO - 1) * WS-MONTHLY-PAYMENT.

           MOVE 0 TO WS-PAST-DUE.
           MOVE 0 TO WS-PAID-AHEAD.
           IF WS-INSTALLMENT-PAID < WS-EXPECTED-BEFORE
               COMPUTE WS-PAST-DUE =
                   WS-EXPECTED-BEFORE - WS-INSTALLMENT-PAID
           ELSE
               COMPUTE WS-PAID-AHEAD =
                   WS-INSTALLMENT-PAID - WS-EXPECTED-BEFORE
           END-IF.

           IF WS-PAID-AHEAD >= WS-MONTHLY-PAYMENT
               MOVE 0 TO WS-CURRENT-DUE
           ELSE
               COMPUTE WS-CURRENT-DUE =
                   WS-MONTHLY-PAYMENT - WS-PAID-AHEAD
           END-IF.

           COMPUTE WS-TOTAL-DUE =
               WS-CURRENT-DUE + WS-PAST-DUE + WS-OPEN-FEES.

       COMPUTE-MONTHLY-PAYMENT.
      *> Same annuity formula GENERATE-AMORTIZATION-SCHEDULE applies
      *> at origination, including the straight-line fallback for a
      *> 0% promotional rate.
           COMPUTE WS-MONTHLY-RATE = WS-LOAN-RATE / 100 / 12.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   WS-LOAN-AMOUNT / WS-LOAN-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-LOAN-TERM
               COMPUTE WS-ANNUITY-WORK =
                   WS-LOAN-AMOUNT * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   WS-ANNUITY-WORK / (WS-GROWTH-FACTOR - 1)
           END-IF.

       SUM-PAYMENTS-RECEIVED.
      *> Payment amounts and their fee portions in one pass; a
      *> reversal carries negated amounts, so both net themselves.
           MOVE 0 TO WS-RECEIVED-TO-DATE.
           MOVE 0 TO WS-FEES-PAID.
           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-PAYMENT-RECORD
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-RECORD.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND LP-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD FUNCTION NUMVAL(LP-AMOUNT-STR)
                           TO WS-RECEIVED-TO-DATE
                       IF LP-FEE-STR NOT = SPACES
                           ADD FUNCTION NUMVAL(LP-FEE-STR)
                               TO WS-FEES-PAID
                       END-IF
                   END-IF
           END-READ.

       SUM-OPEN-FEES.
      *> Open fees are netted the way PAYOFF-QUOTE nets them: fees
      *> assessed on the ledger less the fee portions paid, never
      *> below zero.
           MOVE 0 TO WS-FEES-ASSESSED.
           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS = "00"
               PERFORM READ-FEE-RECORD
                   UNTIL FEE-AT-EOF
               CLOSE FEE-LEDGER-FILE
           END-IF.

           IF WS-FEES-PAID >= WS-FEES-ASSESSED
               MOVE 0 TO WS-OPEN-FEES
           ELSE
               COMPUTE WS-OPEN-FEES =
                   WS-FEES-ASSESSED - WS-FEES-PAID
           END-IF.

       READ-FEE-RECORD.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
               NOT AT END
                   IF FL-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND FL-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD FUNCTION NUMVAL(FL-AMOUNT-STR)
                           TO WS-FEES-ASSESSED
                   END-IF
           END-READ.

       CHECK-DELIVERY-PREFERENCE.
      *> A missing preference file or record means the default:
      *> paper mail goes out.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           OPEN INPUT PREFERENCE-FILE.
           IF WS-PREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PREF-EOF.
           PERFORM READ-PREFERENCE-RECORD
               UNTIL PREF-AT-EOF
               OR WS-SUPPRESS-REASON NOT = SPACES.

           CLOSE PREFERENCE-FILE.

       READ-PREFERENCE-RECORD.
           READ PREFERENCE-FILE
               AT END
                   MOVE "Y" TO WS-PREF-EOF
               NOT AT END
                   IF PF-CUSTOMER-ID = LB-CUSTOMER-ID
                       IF PF-DO-NOT-MAIL = "Y"
                           MOVE "SUPP-DNM" TO WS-SUPPRESS-REASON
                       ELSE
                           IF PF-DELIVERY = "ELECTRONIC"
                               MOVE "SUPP-ELEC"
                                   TO WS-SUPPRESS-REASON
                           END-IF
                       END-IF
                       MOVE "Y" TO WS-PREF-EOF
                   END-IF
           END-READ.

       FETCH-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND.
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE LB-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               AND FUNCTION TRIM(CM-CUST-NAME) NOT = SPACES
               MOVE "Y" TO WS-ADDRESS-FOUND
           END-IF.

       WRITE-NOTICE-BODY.
           MOVE ALL "=" TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           STRING "DATE: " WS-LETTER-DATE
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           STRING FUNCTION TRIM(CM-CUST-NAME)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           STRING FUNCTION TRIM(CM-CITY) "  "
               FUNCTION TRIM(CM-POSTAL-CODE)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           MOVE CM-COUNTRY TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "BILLING NOTICE" TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "Loan originated:       " LB-TIMESTAMP(1:4) "-"
               LB-TIMESTAMP(5:2) "-" LB-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO WS-DATE-DISPLAY.
           STRING WS-DUE-DATE-X(1:4) "-" WS-DUE-DATE-X(5:2) "-"
               WS-DUE-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           END-STRING.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "Payment due date:      " WS-DATE-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE WS-MONTHLY-PAYMENT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "Regular installment:   $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.
           IF WS-CURRENT-DUE < WS-MONTHLY-PAYMENT
               COMPUTE WS-AMOUNT-DISPLAY =
                   WS-MONTHLY-PAYMENT - WS-CURRENT-DUE
               MOVE SPACES TO NOTICE-RECORD
               STRING "Less paid in advance:  $" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               END-STRING
               WRITE NOTICE-RECORD
           END-IF.
           IF WS-PAST-DUE > 0
               MOVE WS-PAST-DUE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO NOTICE-RECORD
               STRING "Past-due amount:       $" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               END-STRING
               WRITE NOTICE-RECORD
           END-IF.
           IF WS-OPEN-FEES > 0
               MOVE WS-OPEN-FEES TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO NOTICE-RECORD
               STRING "Open fees:             $" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               END-STRING
               WRITE NOTICE-RECORD
           END-IF.
           MOVE "                        -------------"
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE WS-TOTAL-DUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO NOTICE-RECORD.
           STRING "TOTAL AMOUNT DUE:      $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO NOTICE-RECORD
           END-STRING.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "Please remit the total amount due by the payment due"
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "date. A payment already sent may not be reflected"
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "above; if so, please disregard this notice."
               TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

           MOVE SPACES TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "Sincerely," TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE "Loan Servicing" TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.

       APPEND-MANIFEST-RECORD.
      *> Appended under the manifest lock taken at the start of the
      *> run.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO BN-TIMESTAMP.
           MOVE LB-CUSTOMER-ID TO BN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO BN-LOAN-TIMESTAMP.
           MOVE WS-DUE-DATE-X TO BN-DUE-DATE.
           MOVE WS-TOTAL-DUE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO BN-AMOUNT-STR.
           MOVE WS-BILLED-STATUS TO BN-STATUS.
           WRITE BILLING-NOTICE-RECORD.
           CLOSE MANIFEST-FILE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "BILLING-NOTICE" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "BILLING_NOTICE" TO AT-ACTION.
           MOVE WS-AUDIT-OUTCOME TO AT-OUTCOME.

      *> The chained append is a read-modify-write of the trail's
      *> tail, so it runs under the shared file lock end to end -
      *> two unserialized writers would mint the same sequence and
      *> break the chain for the verifier. If the lock cannot be
      *> had, the record is appended anyway after the conflicting
      *> program is named - losing an audit record would be worse.
           MOVE FCP-AUDIT-TRAIL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM CHAIN-AUDIT-RECORD.

           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

           PERFORM RELEASE-FILE-LOCK.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "CALENDAR-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".
