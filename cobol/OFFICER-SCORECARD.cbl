       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICER-SCORECARD.
       AUTHOR. Thesis Project.

      *> OFFICER-SCORECARD.cbl
      *> Monthly Loan Officer Production and Performance Scorecard
      *>
      *> Shows, for every originating officer, what they took in
      *> during the month and how the loans they have booked are
      *> doing now, each officer against the shop average so the
      *> outliers stand out.
      *>
      *> Production for the period comes from
      *> loan-origination-log.dat, where LOAN-PROCESS logs every
      *> decided application against the officer who took it:
      *> applications, approvals and declines with their rates,
      *> volume booked, and the average rate booked. An approval
      *> that booked PENDING a second officer is settled from
      *> loan-approval-queue.dat - CONFIRMD counts as approved,
      *> VETOED as declined, and one still waiting stays PENDING.
      *> The month's lending decisions on the audit trail are
      *> counted alongside, so any decision the log cannot put a
      *> name to shows up as unattributed rather than vanishing.
      *>
      *> Performance covers every loan the officer has booked up to
      *> the end of the period, as it stands on loan-book-master.dat
      *> today: ACTIVE loans are aged current / 30 / 60 / 90+ the
      *> way DELINQUENCY-REPORT ages them, DEFAULTED, CHARGE-OFF and
      *> PAID loans are counted, and the net loss on the charged-off
      *> ones is the gross charge-off on loan-chargeoff-ledger.dat
      *> less what has been recovered on loan-recovery-ledger.dat.
      *>
      *> An officer is flagged when their decline rate or their
      *> delinquent or loss rate runs more than half as high again
      *> as the shop's, or when their average booked rate is more
      *> than half a point under the shop's.
      *>
      *> Invocation: OFFICER-SCORECARD [YYYYMM]
      *> Example: ./officer-scorecard 202609
      *>   Without a period, the business date's month is reported.
      *>
      *> Output: officer-scorecard.txt

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

           SELECT ORIGINATION-LOG-FILE
               ASSIGN TO FCP-ORIGINATION-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINATION-LOG-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO FCP-APPROVAL-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO FCP-CHARGEOFF-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-STATUS.

           SELECT RECOVERY-LEDGER-FILE
               ASSIGN TO FCP-RECOVERY-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT SCORECARD-REPORT-FILE
               ASSIGN TO "officer-scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  CALENDAR-FILE.
           COPY "CALENDAR-REC.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  ORIGINATION-LOG-FILE.
           COPY "ORIGINATION-LOG-REC.cpy".

       FD  APPROVAL-QUEUE-FILE.
           COPY "LOAN-APPROVAL-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  CHARGEOFF-LEDGER-FILE.
           COPY "CHARGEOFF-REC.cpy".

       FD  RECOVERY-LEDGER-FILE.
           COPY "RECOVERY-REC.cpy".

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> File scan work fields
       01  WS-ORIGINATION-LOG-STATUS     PIC XX VALUE SPACES.
       01  WS-LOG-EOF                    PIC X VALUE "N".
           88  LOG-AT-EOF                VALUE "Y".
       01  WS-APPROVAL-QUEUE-STATUS      PIC XX VALUE SPACES.
       01  WS-QUEUE-EOF                  PIC X VALUE "N".
           88  QUEUE-AT-EOF              VALUE "Y".
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF                  PIC X VALUE "N".
           88  AUDIT-AT-EOF              VALUE "Y".
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-OPEN             PIC X VALUE "N".
           88  LOAN-BOOK-IS-OPEN         VALUE "Y".
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-CHARGEOFF-STATUS           PIC XX VALUE SPACES.
       01  WS-CHARGEOFF-EOF              PIC X VALUE "N".
           88  CHARGEOFF-AT-EOF          VALUE "Y".
       01  WS-RECOVERY-STATUS            PIC XX VALUE SPACES.
       01  WS-RECOVERY-EOF               PIC X VALUE "N".
           88  RECOVERY-AT-EOF           VALUE "Y".

      *> Per-officer table, filled as officers are seen
       01  WS-OFFICER-TABLE.
           05  WS-OFFICER-ENTRY OCCURS 50 TIMES.
               10  WS-OFFICER-ID         PIC X(10).
               10  WS-OFFICER-APPS       PIC 9(5).
               10  WS-OFFICER-APPROVED   PIC 9(5).
               10  WS-OFFICER-DECLINED   PIC 9(5).
               10  WS-OFFICER-PENDING    PIC 9(5).
               10  WS-OFFICER-VOLUME     PIC 9(10)V99.
               10  WS-OFFICER-RATE-SUM   PIC 9(7)V9(4).
               10  WS-OFFICER-LOANS      PIC 9(5).
               10  WS-OFFICER-CURRENT    PIC 9(5).
               10  WS-OFFICER-PD30       PIC 9(5).
               10  WS-OFFICER-PD60       PIC 9(5).
               10  WS-OFFICER-PD90       PIC 9(5).
               10  WS-OFFICER-DEFAULTED  PIC 9(5).
               10  WS-OFFICER-CHARGEOFF  PIC 9(5).
               10  WS-OFFICER-PAID       PIC 9(5).
               10  WS-OFFICER-NET-LOSS   PIC 9(10)V99.
       01  WS-OFFICER-USED               PIC 9(2) VALUE 0.
       01  WS-OFFICER-HIT                PIC 9(2) VALUE 0.
       01  WS-OFFICER-IX                 PIC 9(2) VALUE 0.
       01  WS-SEEK-OFFICER               PIC X(10) VALUE SPACES.

      *> Shop totals - the ALL line, and the base of the shop
      *> average each officer is measured against
       01  WS-SHOP-APPS                  PIC 9(6) VALUE 0.
       01  WS-SHOP-APPROVED              PIC 9(6) VALUE 0.
       01  WS-SHOP-DECLINED              PIC 9(6) VALUE 0.
       01  WS-SHOP-PENDING               PIC 9(6) VALUE 0.
       01  WS-SHOP-VOLUME                PIC 9(11)V99 VALUE 0.
       01  WS-SHOP-RATE-SUM              PIC 9(8)V9(4) VALUE 0.
       01  WS-SHOP-LOANS                 PIC 9(6) VALUE 0.
       01  WS-SHOP-CURRENT               PIC 9(6) VALUE 0.
       01  WS-SHOP-PD30                  PIC 9(6) VALUE 0.
       01  WS-SHOP-PD60                  PIC 9(6) VALUE 0.
       01  WS-SHOP-PD90                  PIC 9(6) VALUE 0.
       01  WS-SHOP-DEFAULTED             PIC 9(6) VALUE 0.
       01  WS-SHOP-CHARGEOFF             PIC 9(6) VALUE 0.
       01  WS-SHOP-PAID                  PIC 9(6) VALUE 0.
       01  WS-SHOP-NET-LOSS              PIC 9(11)V99 VALUE 0.
       01  WS-SHOP-DECLINE-PCT           PIC 9(3)V9 VALUE 0.
       01  WS-SHOP-AVG-RATE              PIC 9(2)V9(3) VALUE 0.
       01  WS-SHOP-DELINQ-PCT            PIC 9(3)V9 VALUE 0.
       01  WS-SHOP-LOSS-PCT              PIC 9(3)V9 VALUE 0.

      *> Outlier thresholds: a rate more than half as high again as
      *> the shop's, or an average booked rate more than half a
      *> point under it
       01  WS-OUTLIER-FACTOR             PIC 9V99 VALUE 1.50.
       01  WS-RATE-OUTLIER-POINTS        PIC 9V99 VALUE 0.50.

      *> Audit trail reconciliation for the period
       01  WS-AUDIT-DECISIONS            PIC 9(6) VALUE 0.
       01  WS-LOGGED-DECISIONS           PIC 9(6) VALUE 0.
       01  WS-UNATTRIBUTED               PIC S9(6) VALUE 0.

      *> One log entry's settled decision and terms
       01  WS-DECISION                   PIC X(8) VALUE SPACES.
       01  WS-ENTRY-AMOUNT               PIC 9(8)V99 VALUE 0.
       01  WS-ENTRY-RATE                 PIC 9(2)V9(4) VALUE 0.

      *> Per-loan aging work fields, the same arithmetic
      *> DELINQUENCY-REPORT ages the book with
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-MONTHS               PIC 9(6) VALUE 0.
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-LOAN-RATE                  PIC 9V9(4) VALUE 0.
       01  WS-MONTHLY-RATE               PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR              PIC 9(4)V9(8) VALUE 0.
       01  WS-ANNUITY-WORK               PIC 9(8)V9(8) VALUE 0.
       01  WS-MONTHLY-PAYMENT            PIC 9(8)V99 VALUE 0.
       01  WS-ORIG-MONTHS                PIC 9(6) VALUE 0.
       01  WS-MONTHS-ELAPSED             PIC S9(4) VALUE 0.
       01  WS-EXPECTED-TO-DATE           PIC 9(10)V99 VALUE 0.
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-SHORTFALL                  PIC S9(10)V99 VALUE 0.
       01  WS-MONTHS-BEHIND              PIC 9(4) VALUE 0.
       01  WS-DUE-DAY                    PIC 9(2) VALUE 0.
       01  WS-DUE-DATE-NUM               PIC 9(8) VALUE 0.
       01  WS-LOAN-MATURED               PIC X VALUE "N".

      *> Net loss on one charged-off loan
       01  WS-GROSS-CHARGE-OFF           PIC 9(10)V99 VALUE 0.
       01  WS-RECOVERED                  PIC S9(10)V99 VALUE 0.
       01  WS-LOAN-NET-LOSS              PIC 9(10)V99 VALUE 0.

      *> One officer line's inputs, filled in before
      *> PERFORM WRITE-PRODUCTION-LINE / WRITE-PERFORMANCE-LINE.
       01  WS-LINE-LABEL                 PIC X(10) VALUE SPACES.
       01  WS-LINE-APPS                  PIC 9(6) VALUE 0.
       01  WS-LINE-APPROVED              PIC 9(6) VALUE 0.
       01  WS-LINE-DECLINED              PIC 9(6) VALUE 0.
       01  WS-LINE-PENDING               PIC 9(6) VALUE 0.
       01  WS-LINE-VOLUME                PIC 9(11)V99 VALUE 0.
       01  WS-LINE-RATE-SUM              PIC 9(8)V9(4) VALUE 0.
       01  WS-LINE-LOANS                 PIC 9(6) VALUE 0.
       01  WS-LINE-CURRENT               PIC 9(6) VALUE 0.
       01  WS-LINE-PD30                  PIC 9(6) VALUE 0.
       01  WS-LINE-PD60                  PIC 9(6) VALUE 0.
       01  WS-LINE-PD90                  PIC 9(6) VALUE 0.
       01  WS-LINE-DEFAULTED             PIC 9(6) VALUE 0.
       01  WS-LINE-CHARGEOFF             PIC 9(6) VALUE 0.
       01  WS-LINE-PAID                  PIC 9(6) VALUE 0.
       01  WS-LINE-NET-LOSS              PIC 9(11)V99 VALUE 0.
       01  WS-LINE-FLAGGED               PIC X VALUE "N".
           88  LINE-IS-OFFICER           VALUE "Y".

      *> Rates worked out for one line
       01  WS-APPROVE-PCT                PIC 9(3)V9 VALUE 0.
       01  WS-DECLINE-PCT                PIC 9(3)V9 VALUE 0.
       01  WS-AVG-RATE                   PIC 9(2)V9(3) VALUE 0.
       01  WS-DELINQ-PCT                 PIC 9(3)V9 VALUE 0.
       01  WS-LOSS-PCT                   PIC 9(3)V9 VALUE 0.
       01  WS-BAD-PCT                    PIC 9(3)V9 VALUE 0.
       01  WS-RATE-FLOOR                 PIC 9(2)V9(3) VALUE 0.
       01  WS-FLAG-TEXT                  PIC X(16) VALUE SPACES.
       01  WS-FLAG-PTR                   PIC 9(2) VALUE 1.

      *> Report display work fields
       01  WS-APPS-DISPLAY               PIC ZZ,ZZ9.
       01  WS-APPROVED-DISPLAY           PIC ZZ,ZZ9.
       01  WS-DECLINED-DISPLAY           PIC ZZ,ZZ9.
       01  WS-PENDING-DISPLAY            PIC ZZ,ZZ9.
       01  WS-LOANS-DISPLAY              PIC ZZ,ZZ9.
       01  WS-CURRENT-DISPLAY            PIC ZZ,ZZ9.
       01  WS-PD30-DISPLAY               PIC ZZ,ZZ9.
       01  WS-PD60-DISPLAY               PIC ZZ,ZZ9.
       01  WS-PD90-DISPLAY               PIC ZZ,ZZ9.
       01  WS-DEFAULTED-DISPLAY          PIC ZZ,ZZ9.
       01  WS-CHARGEOFF-DISPLAY          PIC ZZ,ZZ9.
       01  WS-PAID-DISPLAY               PIC ZZ,ZZ9.
       01  WS-APPROVE-PCT-DISPLAY        PIC ZZ9.9.
       01  WS-DECLINE-PCT-DISPLAY        PIC ZZ9.9.
       01  WS-BAD-PCT-DISPLAY            PIC ZZ9.9.
       01  WS-VOLUME-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-LOSS-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AVG-RATE-DISPLAY           PIC Z9.999.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.

           DISPLAY "========================================".
           DISPLAY "LOAN OFFICER SCORECARD".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: OFFICER-SCORECARD [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2)).

           INITIALIZE WS-OFFICER-TABLE.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "Y" TO WS-LOAN-BOOK-OPEN
           END-IF.

           PERFORM SCAN-ORIGINATION-LOG.
           PERFORM COUNT-AUDIT-DECISIONS.

           IF LOAN-BOOK-IS-OPEN
               CLOSE LOAN-BOOK-FILE
           END-IF.

           PERFORM COMPUTE-SHOP-AVERAGES.

           OPEN OUTPUT SCORECARD-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-PRODUCTION-SECTION.
           PERFORM WRITE-PERFORMANCE-SECTION.
           PERFORM WRITE-RECONCILIATION.
           CLOSE SCORECARD-REPORT-FILE.

           DISPLAY "Officers on the scorecard: " WS-OFFICER-USED.
           DISPLAY "Report written to officer-scorecard.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SCAN-ORIGINATION-LOG.
      *> One pass over the log does both halves: an entry decided in
      *> the period counts toward production, and every loan booked
      *> up to the end of the period is looked up on the book for
      *> performance.
           OPEN INPUT ORIGINATION-LOG-FILE.
           IF WS-ORIGINATION-LOG-STATUS NOT = "00"
               DISPLAY "No origination log on file - "
                   "no officer activity to report"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LOG-EOF.
           PERFORM READ-ORIGINATION-ENTRY
               UNTIL LOG-AT-EOF.

           CLOSE ORIGINATION-LOG-FILE.

       READ-ORIGINATION-ENTRY.
           READ ORIGINATION-LOG-FILE
               AT END
                   MOVE "Y" TO WS-LOG-EOF
               NOT AT END
                   IF OL-DATE(1:6) NOT > WS-PERIOD
                       PERFORM TALLY-ORIGINATION-ENTRY
                   END-IF
           END-READ.

       TALLY-ORIGINATION-ENTRY.
           MOVE OL-OFFICER-ID TO WS-SEEK-OFFICER.
           PERFORM FIND-OFFICER-SLOT.
           IF WS-OFFICER-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE OL-DECISION TO WS-DECISION.
           IF WS-DECISION = "PENDING"
               PERFORM SETTLE-PENDING-DECISION
           END-IF.

           IF OL-DATE(1:6) = WS-PERIOD
               PERFORM TALLY-PRODUCTION
           END-IF.

           IF WS-DECISION NOT = "DECLINED"
               AND OL-LOAN-TIMESTAMP NOT = SPACES
               AND LOAN-BOOK-IS-OPEN
               PERFORM TALLY-PERFORMANCE
           END-IF.

       FIND-OFFICER-SLOT.
      *> Find (or create) the officer's slot.
           MOVE 0 TO WS-OFFICER-HIT.
           PERFORM MATCH-OFFICER-SLOT
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED
               OR WS-OFFICER-HIT > 0.

           IF WS-OFFICER-HIT = 0
               IF WS-OFFICER-USED < 50
                   ADD 1 TO WS-OFFICER-USED
                   MOVE WS-OFFICER-USED TO WS-OFFICER-HIT
                   MOVE WS-SEEK-OFFICER
                       TO WS-OFFICER-ID(WS-OFFICER-HIT)
               ELSE
                   DISPLAY "WARNING: more than 50 officers - "
                       "entry for " OL-CUSTOMER-ID
                       " left off the scorecard"
               END-IF
           END-IF.

       MATCH-OFFICER-SLOT.
           IF WS-OFFICER-ID(WS-OFFICER-IX) = WS-SEEK-OFFICER
               MOVE WS-OFFICER-IX TO WS-OFFICER-HIT
           END-IF.

       SETTLE-PENDING-DECISION.
      *> A loan booked PENDING a second officer is settled by that
      *> officer's decision on the approval queue.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-QUEUE-EOF.
           PERFORM READ-QUEUE-FOR-DECISION
               UNTIL QUEUE-AT-EOF.

           CLOSE APPROVAL-QUEUE-FILE.

       READ-QUEUE-FOR-DECISION.
           READ APPROVAL-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-QUEUE-EOF
               NOT AT END
                   IF AQ-CUSTOMER-ID = OL-CUSTOMER-ID
                       AND AQ-LOAN-TIMESTAMP = OL-LOAN-TIMESTAMP
                       EVALUATE AQ-STATUS
                           WHEN "CONFIRMD"
                               MOVE "APPROVED" TO WS-DECISION
                           WHEN "VETOED"
                               MOVE "DECLINED" TO WS-DECISION
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       TALLY-PRODUCTION.
           ADD 1 TO WS-OFFICER-APPS(WS-OFFICER-HIT).
           ADD 1 TO WS-LOGGED-DECISIONS.
           EVALUATE WS-DECISION
               WHEN "APPROVED"
                   MOVE FUNCTION NUMVAL(OL-AMOUNT-STR)
                       TO WS-ENTRY-AMOUNT
                   COMPUTE WS-ENTRY-RATE =
                       FUNCTION NUMVAL(OL-RATE-STR) / 1000
                   ADD 1 TO WS-OFFICER-APPROVED(WS-OFFICER-HIT)
                   ADD WS-ENTRY-AMOUNT
                       TO WS-OFFICER-VOLUME(WS-OFFICER-HIT)
                   ADD WS-ENTRY-RATE
                       TO WS-OFFICER-RATE-SUM(WS-OFFICER-HIT)
               WHEN "DECLINED"
                   ADD 1 TO WS-OFFICER-DECLINED(WS-OFFICER-HIT)
               WHEN OTHER
                   ADD 1 TO WS-OFFICER-PENDING(WS-OFFICER-HIT)
           END-EVALUATE.

       TALLY-PERFORMANCE.
      *> Look the loan up on the book by its key and count it under
      *> the state it is in today. A loan still PENDING or VETOED
      *> was never put on the book for lending, so is not counted.
           MOVE OL-CUSTOMER-ID TO LB-CUSTOMER-ID.
           MOVE OL-LOAN-TIMESTAMP TO LB-TIMESTAMP.
           READ LOAN-BOOK-FILE
               KEY IS LB-BOOK-KEY
               INVALID KEY
                   DISPLAY "WARNING: logged loan " OL-CUSTOMER-ID
                       " " OL-LOAN-TIMESTAMP " not on the loan book"
                   EXIT PARAGRAPH
           END-READ.

           IF LB-STATUS = "PENDING" OR LB-STATUS = "VETOED"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OFFICER-LOANS(WS-OFFICER-HIT).
           EVALUATE LB-STATUS
               WHEN "ACTIVE"
                   PERFORM AGE-BOOKED-LOAN
                   EVALUATE TRUE
                       WHEN WS-MONTHS-BEHIND = 0
                           ADD 1 TO WS-OFFICER-CURRENT(WS-OFFICER-HIT)
                       WHEN WS-MONTHS-BEHIND = 1
                           ADD 1 TO WS-OFFICER-PD30(WS-OFFICER-HIT)
                       WHEN WS-MONTHS-BEHIND = 2
                           ADD 1 TO WS-OFFICER-PD60(WS-OFFICER-HIT)
                       WHEN OTHER
                           ADD 1 TO WS-OFFICER-PD90(WS-OFFICER-HIT)
                   END-EVALUATE
               WHEN "DEFAULTED"
                   ADD 1 TO WS-OFFICER-DEFAULTED(WS-OFFICER-HIT)
               WHEN "CHARGE-OFF"
                   ADD 1 TO WS-OFFICER-CHARGEOFF(WS-OFFICER-HIT)
                   PERFORM COMPUTE-LOAN-NET-LOSS
                   ADD WS-LOAN-NET-LOSS
                       TO WS-OFFICER-NET-LOSS(WS-OFFICER-HIT)
               WHEN "PAID"
                   ADD 1 TO WS-OFFICER-PAID(WS-OFFICER-HIT)
               WHEN OTHER
      *> APPROVED and not yet funded - nothing is due on it yet.
                   ADD 1 TO WS-OFFICER-CURRENT(WS-OFFICER-HIT)
           END-EVALUATE.

       AGE-BOOKED-LOAN.
      *> Months behind on an ACTIVE loan, exactly as
      *> DELINQUENCY-REPORT works it out: expected-to-date is one
      *> level payment per month due since origination (capped at
      *> the term; the current month only once its business-day due
      *> date has passed), received-to-date is the loan's payments.
           MOVE 0 TO WS-MONTHS-BEHIND.
           MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
               TO WS-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(LB-TERM-STR) TO WS-LOAN-TERM.
           COMPUTE WS-LOAN-RATE =
               FUNCTION NUMVAL(LB-RATE-STR) / 1000.

           IF WS-LOAN-TERM = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-MONTHLY-PAYMENT.

           COMPUTE WS-ORIG-MONTHS =
               FUNCTION NUMVAL(LB-TIMESTAMP(1:4)) * 12
               + FUNCTION NUMVAL(LB-TIMESTAMP(5:2)).
           COMPUTE WS-MONTHS-ELAPSED =
               WS-TODAY-MONTHS - WS-ORIG-MONTHS.
           IF WS-MONTHS-ELAPSED < 0
               MOVE 0 TO WS-MONTHS-ELAPSED
           END-IF.
           MOVE "N" TO WS-LOAN-MATURED.
           IF WS-MONTHS-ELAPSED > WS-LOAN-TERM
               MOVE "Y" TO WS-LOAN-MATURED
               MOVE WS-LOAN-TERM TO WS-MONTHS-ELAPSED
           END-IF.

           IF WS-MONTHS-ELAPSED > 0
               AND WS-LOAN-MATURED = "N"
               MOVE FUNCTION NUMVAL(LB-TIMESTAMP(7:2))
                   TO WS-DUE-DAY
               IF WS-DUE-DAY > 28
                   MOVE 28 TO WS-DUE-DAY
               END-IF
               IF WS-DUE-DAY = 0
                   MOVE 1 TO WS-DUE-DAY
               END-IF
               COMPUTE WS-DUE-DATE-NUM =
                   FUNCTION NUMVAL(WS-TODAY(1:6)) * 100
                   + WS-DUE-DAY
               MOVE WS-DUE-DATE-NUM TO CAL-DATE-IN
               PERFORM ROLL-TO-BUSINESS-DAY
               IF FUNCTION NUMVAL(WS-TODAY) < CAL-DATE-OUT
                   SUBTRACT 1 FROM WS-MONTHS-ELAPSED
               END-IF
           END-IF.

           COMPUTE WS-EXPECTED-TO-DATE =
               WS-MONTHS-ELAPSED * WS-MONTHLY-PAYMENT.

           PERFORM SUM-PAYMENTS-RECEIVED.

           COMPUTE WS-SHORTFALL =
               WS-EXPECTED-TO-DATE - WS-RECEIVED-TO-DATE.

           IF WS-SHORTFALL > 0 AND WS-MONTHLY-PAYMENT > 0
               COMPUTE WS-MONTHS-BEHIND =
                   WS-SHORTFALL / WS-MONTHLY-PAYMENT
           END-IF.

       COMPUTE-MONTHLY-PAYMENT.
      *> Same annuity formula, and 0% straight-line fallback, as the
      *> amortization schedule at origination.
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
      *> A missing payments file just means nothing received yet.
           MOVE 0 TO WS-RECEIVED-TO-DATE.
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
                   END-IF
           END-READ.

       COMPUTE-LOAN-NET-LOSS.
      *> Gross charge-off as posted to the charge-off ledger, less
      *> everything recovered on the loan since; never below zero.
           MOVE 0 TO WS-GROSS-CHARGE-OFF.
           MOVE "N" TO WS-CHARGEOFF-EOF.
           OPEN INPUT CHARGEOFF-LEDGER-FILE.
           IF WS-CHARGEOFF-STATUS = "00"
               PERFORM READ-CHARGEOFF-RECORD
                   UNTIL CHARGEOFF-AT-EOF
               CLOSE CHARGEOFF-LEDGER-FILE
           END-IF.

           MOVE 0 TO WS-RECOVERED.
           MOVE "N" TO WS-RECOVERY-EOF.
           OPEN INPUT RECOVERY-LEDGER-FILE.
           IF WS-RECOVERY-STATUS = "00"
               PERFORM READ-RECOVERY-RECORD
                   UNTIL RECOVERY-AT-EOF
               CLOSE RECOVERY-LEDGER-FILE
           END-IF.

           IF WS-RECOVERED >= WS-GROSS-CHARGE-OFF
               MOVE 0 TO WS-LOAN-NET-LOSS
           ELSE
               COMPUTE WS-LOAN-NET-LOSS =
                   WS-GROSS-CHARGE-OFF - WS-RECOVERED
           END-IF.

       READ-CHARGEOFF-RECORD.
           READ CHARGEOFF-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-CHARGEOFF-EOF
               NOT AT END
                   IF CO-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND CO-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD FUNCTION NUMVAL(CO-AMOUNT-STR)
                           TO WS-GROSS-CHARGE-OFF
                   END-IF
           END-READ.

       READ-RECOVERY-RECORD.
           READ RECOVERY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-RECOVERY-EOF
               NOT AT END
                   IF RV-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND RV-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD FUNCTION NUMVAL(RV-AMOUNT-STR)
                           TO WS-RECOVERED
                   END-IF
           END-READ.

       COUNT-AUDIT-DECISIONS.
      *> Every lending decision LOAN-PROCESS made in the period, as
      *> the audit trail has it - quotes and applications rejected
      *> before a decision are not decisions.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-AUDIT-EOF.
           PERFORM READ-AUDIT-RECORD
               UNTIL AUDIT-AT-EOF.

           CLOSE AUDIT-TRAIL-FILE.

       READ-AUDIT-RECORD.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   IF AT-TIMESTAMP(1:6) = WS-PERIOD
                       AND AT-PROGRAM-NAME = "LOAN-PROCESS"
                       AND AT-ACTION = "LOAN_APPLICATION"
                       AND (AT-OUTCOME(1:8) = "APPROVED"
                           OR AT-OUTCOME(1:8) = "DECLINED"
                           OR AT-OUTCOME(1:7) = "PENDING")
                       ADD 1 TO WS-AUDIT-DECISIONS
                   END-IF
           END-READ.

       COMPUTE-SHOP-AVERAGES.
      *> Shop totals across every officer, and the shop's own rates
      *> each officer is measured against.
           PERFORM ADD-OFFICER-TO-SHOP
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED.

           IF WS-SHOP-APPS > 0
               COMPUTE WS-SHOP-DECLINE-PCT ROUNDED =
                   WS-SHOP-DECLINED * 100 / WS-SHOP-APPS
           END-IF.
           IF WS-SHOP-APPROVED > 0
               COMPUTE WS-SHOP-AVG-RATE ROUNDED =
                   WS-SHOP-RATE-SUM / WS-SHOP-APPROVED
           END-IF.
           IF WS-SHOP-LOANS > 0
               COMPUTE WS-SHOP-DELINQ-PCT ROUNDED =
                   (WS-SHOP-PD30 + WS-SHOP-PD60 + WS-SHOP-PD90)
                   * 100 / WS-SHOP-LOANS
               COMPUTE WS-SHOP-LOSS-PCT ROUNDED =
                   (WS-SHOP-DEFAULTED + WS-SHOP-CHARGEOFF)
                   * 100 / WS-SHOP-LOANS
           END-IF.

       ADD-OFFICER-TO-SHOP.
           ADD WS-OFFICER-APPS(WS-OFFICER-IX) TO WS-SHOP-APPS.
           ADD WS-OFFICER-APPROVED(WS-OFFICER-IX) TO WS-SHOP-APPROVED.
           ADD WS-OFFICER-DECLINED(WS-OFFICER-IX) TO WS-SHOP-DECLINED.
           ADD WS-OFFICER-PENDING(WS-OFFICER-IX) TO WS-SHOP-PENDING.
           ADD WS-OFFICER-VOLUME(WS-OFFICER-IX) TO WS-SHOP-VOLUME.
           ADD WS-OFFICER-RATE-SUM(WS-OFFICER-IX) TO WS-SHOP-RATE-SUM.
           ADD WS-OFFICER-LOANS(WS-OFFICER-IX) TO WS-SHOP-LOANS.
           ADD WS-OFFICER-CURRENT(WS-OFFICER-IX) TO WS-SHOP-CURRENT.
           ADD WS-OFFICER-PD30(WS-OFFICER-IX) TO WS-SHOP-PD30.
           ADD WS-OFFICER-PD60(WS-OFFICER-IX) TO WS-SHOP-PD60.
           ADD WS-OFFICER-PD90(WS-OFFICER-IX) TO WS-SHOP-PD90.
           ADD WS-OFFICER-DEFAULTED(WS-OFFICER-IX)
               TO WS-SHOP-DEFAULTED.
           ADD WS-OFFICER-CHARGEOFF(WS-OFFICER-IX)
               TO WS-SHOP-CHARGEOFF.
           ADD WS-OFFICER-PAID(WS-OFFICER-IX) TO WS-SHOP-PAID.
           ADD WS-OFFICER-NET-LOSS(WS-OFFICER-IX) TO WS-SHOP-NET-LOSS.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "LOAN OFFICER SCORECARD - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

       WRITE-PRODUCTION-SECTION.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "PRODUCTION - APPLICATIONS DECIDED IN THE PERIOD"
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  OFFICER      APPS APPRVD DECLND PENDNG  APPR%"
               "  DECL%  VOLUME BOOKED  AVG RT  FLAG"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

           PERFORM WRITE-PRODUCTION-ENTRY
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED.

           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "N" TO WS-LINE-FLAGGED.
           MOVE "ALL" TO WS-LINE-LABEL.
           MOVE WS-SHOP-APPS TO WS-LINE-APPS.
           MOVE WS-SHOP-APPROVED TO WS-LINE-APPROVED.
           MOVE WS-SHOP-DECLINED TO WS-LINE-DECLINED.
           MOVE WS-SHOP-PENDING TO WS-LINE-PENDING.
           MOVE WS-SHOP-VOLUME TO WS-LINE-VOLUME.
           MOVE WS-SHOP-RATE-SUM TO WS-LINE-RATE-SUM.
           PERFORM WRITE-PRODUCTION-LINE.

      *> The shop average is the average officer: counts and volume
      *> divided across the officers, rates taken shop-wide.
           IF WS-OFFICER-USED > 0
               MOVE "SHOP AVG" TO WS-LINE-LABEL
               COMPUTE WS-LINE-APPS ROUNDED =
                   WS-SHOP-APPS / WS-OFFICER-USED
               COMPUTE WS-LINE-APPROVED ROUNDED =
                   WS-SHOP-APPROVED / WS-OFFICER-USED
               COMPUTE WS-LINE-DECLINED ROUNDED =
                   WS-SHOP-DECLINED / WS-OFFICER-USED
               COMPUTE WS-LINE-PENDING ROUNDED =
                   WS-SHOP-PENDING / WS-OFFICER-USED
               COMPUTE WS-LINE-VOLUME ROUNDED =
                   WS-SHOP-VOLUME / WS-OFFICER-USED
               PERFORM WRITE-PRODUCTION-LINE
           END-IF.

       WRITE-PRODUCTION-ENTRY.
           MOVE "Y" TO WS-LINE-FLAGGED.
           MOVE WS-OFFICER-ID(WS-OFFICER-IX) TO WS-LINE-LABEL.
           MOVE WS-OFFICER-APPS(WS-OFFICER-IX) TO WS-LINE-APPS.
           MOVE WS-OFFICER-APPROVED(WS-OFFICER-IX)
               TO WS-LINE-APPROVED.
           MOVE WS-OFFICER-DECLINED(WS-OFFICER-IX)
               TO WS-LINE-DECLINED.
           MOVE WS-OFFICER-PENDING(WS-OFFICER-IX) TO WS-LINE-PENDING.
           MOVE WS-OFFICER-VOLUME(WS-OFFICER-IX) TO WS-LINE-VOLUME.
           MOVE WS-OFFICER-RATE-SUM(WS-OFFICER-IX)
               TO WS-LINE-RATE-SUM.
           PERFORM WRITE-PRODUCTION-LINE.

       WRITE-PRODUCTION-LINE.
      *> The rates on the SHOP AVG line are the shop's own, so they
      *> come from the shop totals rather than the averaged counts.
           MOVE 0 TO WS-APPROVE-PCT WS-DECLINE-PCT WS-AVG-RATE.
           IF WS-LINE-LABEL = "SHOP AVG"
               IF WS-SHOP-APPS > 0
                   COMPUTE WS-APPROVE-PCT ROUNDED =
                       WS-SHOP-APPROVED * 100 / WS-SHOP-APPS
               END-IF
               MOVE WS-SHOP-DECLINE-PCT TO WS-DECLINE-PCT
               MOVE WS-SHOP-AVG-RATE TO WS-AVG-RATE
           ELSE
               IF WS-LINE-APPS > 0
                   COMPUTE WS-APPROVE-PCT ROUNDED =
                       WS-LINE-APPROVED * 100 / WS-LINE-APPS
                   COMPUTE WS-DECLINE-PCT ROUNDED =
                       WS-LINE-DECLINED * 100 / WS-LINE-APPS
               END-IF
               IF WS-LINE-APPROVED > 0
                   COMPUTE WS-AVG-RATE ROUNDED =
                       WS-LINE-RATE-SUM / WS-LINE-APPROVED
               END-IF
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF LINE-IS-OFFICER
               IF WS-LINE-DECLINED > 0
                   AND WS-DECLINE-PCT >
                       WS-SHOP-DECLINE-PCT * WS-OUTLIER-FACTOR
                   STRING "HI-DECL " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               IF WS-SHOP-AVG-RATE > WS-RATE-OUTLIER-POINTS
                   COMPUTE WS-RATE-FLOOR =
                       WS-SHOP-AVG-RATE - WS-RATE-OUTLIER-POINTS
               ELSE
                   MOVE 0 TO WS-RATE-FLOOR
               END-IF
               IF WS-LINE-APPROVED > 0
                   AND WS-AVG-RATE < WS-RATE-FLOOR
                   STRING "LO-RATE " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-IF.

           MOVE WS-LINE-APPS TO WS-APPS-DISPLAY.
           MOVE WS-LINE-APPROVED TO WS-APPROVED-DISPLAY.
           MOVE WS-LINE-DECLINED TO WS-DECLINED-DISPLAY.
           MOVE WS-LINE-PENDING TO WS-PENDING-DISPLAY.
           MOVE WS-APPROVE-PCT TO WS-APPROVE-PCT-DISPLAY.
           MOVE WS-DECLINE-PCT TO WS-DECLINE-PCT-DISPLAY.
           MOVE WS-LINE-VOLUME TO WS-VOLUME-DISPLAY.
           MOVE WS-AVG-RATE TO WS-AVG-RATE-DISPLAY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL DELIMITED BY SIZE
               " " WS-APPS-DISPLAY DELIMITED BY SIZE
               " " WS-APPROVED-DISPLAY DELIMITED BY SIZE
               " " WS-DECLINED-DISPLAY DELIMITED BY SIZE
               " " WS-PENDING-DISPLAY DELIMITED BY SIZE
               "  " WS-APPROVE-PCT-DISPLAY DELIMITED BY SIZE
               "  " WS-DECLINE-PCT-DISPLAY DELIMITED BY SIZE
               " " WS-VOLUME-DISPLAY DELIMITED BY SIZE
               "  " WS-AVG-RATE-DISPLAY DELIMITED BY SIZE
               "  " WS-FLAG-TEXT DELIMITED BY SIZE
               INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

       WRITE-PERFORMANCE-SECTION.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "PERFORMANCE - LOANS BOOKED THROUGH " WS-PERIOD
               ", AS THEY STAND TODAY"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  OFFICER     LOANS CURRNT  30DAY  60DAY 90+DAY"
               "  DFLTD CHGOFF   PAID  BAD%     NET LOSS  FLAG"
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

           PERFORM WRITE-PERFORMANCE-ENTRY
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED.

           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "N" TO WS-LINE-FLAGGED.
           MOVE "ALL" TO WS-LINE-LABEL.
           MOVE WS-SHOP-LOANS TO WS-LINE-LOANS.
           MOVE WS-SHOP-CURRENT TO WS-LINE-CURRENT.
           MOVE WS-SHOP-PD30 TO WS-LINE-PD30.
           MOVE WS-SHOP-PD60 TO WS-LINE-PD60.
           MOVE WS-SHOP-PD90 TO WS-LINE-PD90.
           MOVE WS-SHOP-DEFAULTED TO WS-LINE-DEFAULTED.
           MOVE WS-SHOP-CHARGEOFF TO WS-LINE-CHARGEOFF.
           MOVE WS-SHOP-PAID TO WS-LINE-PAID.
           MOVE WS-SHOP-NET-LOSS TO WS-LINE-NET-LOSS.
           PERFORM WRITE-PERFORMANCE-LINE.

           IF WS-OFFICER-USED > 0
               MOVE "SHOP AVG" TO WS-LINE-LABEL
               COMPUTE WS-LINE-LOANS ROUNDED =
                   WS-SHOP-LOANS / WS-OFFICER-USED
               COMPUTE WS-LINE-CURRENT ROUNDED =
                   WS-SHOP-CURRENT / WS-OFFICER-USED
               COMPUTE WS-LINE-PD30 ROUNDED =
                   WS-SHOP-PD30 / WS-OFFICER-USED
               COMPUTE WS-LINE-PD60 ROUNDED =
                   WS-SHOP-PD60 / WS-OFFICER-USED
               COMPUTE WS-LINE-PD90 ROUNDED =
                   WS-SHOP-PD90 / WS-OFFICER-USED
               COMPUTE WS-LINE-DEFAULTED ROUNDED =
                   WS-SHOP-DEFAULTED / WS-OFFICER-USED
               COMPUTE WS-LINE-CHARGEOFF ROUNDED =
                   WS-SHOP-CHARGEOFF / WS-OFFICER-USED
               COMPUTE WS-LINE-PAID ROUNDED =
                   WS-SHOP-PAID / WS-OFFICER-USED
               COMPUTE WS-LINE-NET-LOSS ROUNDED =
                   WS-SHOP-NET-LOSS / WS-OFFICER-USED
               PERFORM WRITE-PERFORMANCE-LINE
           END-IF.

           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "  BAD% is loans 30 days or more past due, DEFAULTED"
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "  or CHARGE-OFF, over loans booked. Net loss is the"
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "  gross charge-off less recoveries to date."
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

       WRITE-PERFORMANCE-ENTRY.
           MOVE "Y" TO WS-LINE-FLAGGED.
           MOVE WS-OFFICER-ID(WS-OFFICER-IX) TO WS-LINE-LABEL.
           MOVE WS-OFFICER-LOANS(WS-OFFICER-IX) TO WS-LINE-LOANS.
           MOVE WS-OFFICER-CURRENT(WS-OFFICER-IX) TO WS-LINE-CURRENT.
           MOVE WS-OFFICER-PD30(WS-OFFICER-IX) TO WS-LINE-PD30.
           MOVE WS-OFFICER-PD60(WS-OFFICER-IX) TO WS-LINE-PD60.
           MOVE WS-OFFICER-PD90(WS-OFFICER-IX) TO WS-LINE-PD90.
           MOVE WS-OFFICER-DEFAULTED(WS-OFFICER-IX)
               TO WS-LINE-DEFAULTED.
           MOVE WS-OFFICER-CHARGEOFF(WS-OFFICER-IX)
               TO WS-LINE-CHARGEOFF.
           MOVE WS-OFFICER-PAID(WS-OFFICER-IX) TO WS-LINE-PAID.
           MOVE WS-OFFICER-NET-LOSS(WS-OFFICER-IX)
               TO WS-LINE-NET-LOSS.
           PERFORM WRITE-PERFORMANCE-LINE.

       WRITE-PERFORMANCE-LINE.
           MOVE 0 TO WS-DELINQ-PCT WS-LOSS-PCT WS-BAD-PCT.
           IF WS-LINE-LABEL = "SHOP AVG"
               MOVE WS-SHOP-DELINQ-PCT TO WS-DELINQ-PCT
               MOVE WS-SHOP-LOSS-PCT TO WS-LOSS-PCT
               IF WS-SHOP-LOANS > 0
                   COMPUTE WS-BAD-PCT ROUNDED =
                       (WS-SHOP-PD30 + WS-SHOP-PD60 + WS-SHOP-PD90
                       + WS-SHOP-DEFAULTED + WS-SHOP-CHARGEOFF)
                       * 100 / WS-SHOP-LOANS
               END-IF
           ELSE
               IF WS-LINE-LOANS > 0
                   COMPUTE WS-DELINQ-PCT ROUNDED =
                       (WS-LINE-PD30 + WS-LINE-PD60 + WS-LINE-PD90)
                       * 100 / WS-LINE-LOANS
                   COMPUTE WS-LOSS-PCT ROUNDED =
                       (WS-LINE-DEFAULTED + WS-LINE-CHARGEOFF)
                       * 100 / WS-LINE-LOANS
                   COMPUTE WS-BAD-PCT ROUNDED =
                       (WS-LINE-PD30 + WS-LINE-PD60 + WS-LINE-PD90
                       + WS-LINE-DEFAULTED + WS-LINE-CHARGEOFF)
                       * 100 / WS-LINE-LOANS
               END-IF
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF LINE-IS-OFFICER
               IF WS-DELINQ-PCT > 0
                   AND WS-DELINQ-PCT >
                       WS-SHOP-DELINQ-PCT * WS-OUTLIER-FACTOR
                   STRING "HI-DELQ " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               IF WS-LOSS-PCT > 0
                   AND WS-LOSS-PCT >
                       WS-SHOP-LOSS-PCT * WS-OUTLIER-FACTOR
                   STRING "HI-LOSS " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-IF.

           MOVE WS-LINE-LOANS TO WS-LOANS-DISPLAY.
           MOVE WS-LINE-CURRENT TO WS-CURRENT-DISPLAY.
           MOVE WS-LINE-PD30 TO WS-PD30-DISPLAY.
           MOVE WS-LINE-PD60 TO WS-PD60-DISPLAY.
           MOVE WS-LINE-PD90 TO WS-PD90-DISPLAY.
           MOVE WS-LINE-DEFAULTED TO WS-DEFAULTED-DISPLAY.
           MOVE WS-LINE-CHARGEOFF TO WS-CHARGEOFF-DISPLAY.
           MOVE WS-LINE-PAID TO WS-PAID-DISPLAY.
           MOVE WS-BAD-PCT TO WS-BAD-PCT-DISPLAY.
           MOVE WS-LINE-NET-LOSS TO WS-NET-LOSS-DISPLAY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL DELIMITED BY SIZE
               " " WS-LOANS-DISPLAY DELIMITED BY SIZE
               " " WS-CURRENT-DISPLAY DELIMITED BY SIZE
               " " WS-PD30-DISPLAY DELIMITED BY SIZE
               " " WS-PD60-DISPLAY DELIMITED BY SIZE
               " " WS-PD90-DISPLAY DELIMITED BY SIZE
               " " WS-DEFAULTED-DISPLAY DELIMITED BY SIZE
               " " WS-CHARGEOFF-DISPLAY DELIMITED BY SIZE
               " " WS-PAID-DISPLAY DELIMITED BY SIZE
               " " WS-BAD-PCT-DISPLAY DELIMITED BY SIZE
               " " WS-NET-LOSS-DISPLAY DELIMITED BY SIZE
               "  " WS-FLAG-TEXT DELIMITED BY SIZE
               INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

       WRITE-RECONCILIATION.
      *> Decisions the audit trail has for the period that the log
      *> cannot put an officer to - made before the log was kept,
      *> or lost from it.
           COMPUTE WS-UNATTRIBUTED =
               WS-AUDIT-DECISIONS - WS-LOGGED-DECISIONS.
           IF WS-UNATTRIBUTED < 0
               MOVE 0 TO WS-UNATTRIBUTED
           END-IF.

           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE "AUDIT TRAIL RECONCILIATION"
               TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

           MOVE WS-AUDIT-DECISIONS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  Lending decisions on the audit trail: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

           MOVE WS-LOGGED-DECISIONS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  Attributed to an officer:             "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

           MOVE WS-UNATTRIBUTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           STRING "  Unattributed:                         "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           END-STRING.
           WRITE SCORECARD-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "CALENDAR-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
