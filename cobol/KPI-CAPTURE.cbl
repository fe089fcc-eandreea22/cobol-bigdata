       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-CAPTURE.
       AUTHOR. Thesis Project.

      *> KPI-CAPTURE.cbl
      *> Daily KPI History Capture
      *>
      *> DAILY-OPS-REPORT, BALANCE-CHECK and the fraud reports are
      *> point-in-time: once REPORT-SPOOL has filed them, the numbers
      *> cannot be charted. EOD-CLOSE runs this program as it closes
      *> each business day, and it puts one row for the day on
      *> kpi-history.dat (KPI-HISTORY-REC.cpy) for KPI-TREND to read:
      *>   - from the day's audit trail records: loan applications
      *>     decided or referred, approvals and declines (LOAN-APPROVE
      *>     confirms and vetoes included), HIGH risk and REVIEW
      *>     fraud screenings, fraud cases closed by ANALYST-FEEDBACK,
      *>     customer lookups, and system errors (any program's
      *>     ERROR outcome);
      *>   - fraud cases opened: the growth of fraud-case-queue.dat
      *>     since the previous day's row (the queue is only ever
      *>     appended to; the first day captured has no earlier row
      *>     to measure against and records none);
      *>   - delinquency bucket totals: ACTIVE loans 30, 60 and 90+
      *>     days past due and the amounts past due, aged exactly as
      *>     DELINQUENCY-REPORT ages them;
      *>   - the count and balance of OPEN items on
      *>     payment-suspense.dat.
      *> A rerun for a day replaces that day's row, so a close that
      *> is refused and run again does not count the day twice. The
      *> history is rewritten through a scratch copy under its file
      *> lock.
      *>
      *> Invocation: KPI-CAPTURE [YYYYMMDD]
      *> Example: ./kpi-capture
      *>   Without a date, the business date is captured. A missed
      *>   day can be captured later by date; its activity counts are
      *>   still the day's own, but the delinquency, suspense and
      *>   case queue figures are as they stand when it runs.
      *>
      *> Output: kpi-history.dat (one row per business day)

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

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO FCP-PAYMENT-SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT KPI-HISTORY-FILE ASSIGN TO FCP-KPI-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT KPI-HISTORY-NEW-FILE
               ASSIGN TO "kpi-history.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  CALENDAR-FILE.
           COPY "CALENDAR-REC.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE-REC.cpy".

       FD  KPI-HISTORY-FILE.
           COPY "KPI-HISTORY-REC.cpy".

       FD  KPI-HISTORY-NEW-FILE.
       01  KPI-HISTORY-NEW-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.

      *> The business day being captured
       01  WS-CAPTURE-DATE               PIC X(8) VALUE SPACES.
       01  WS-TODAY-MONTHS               PIC 9(6) VALUE 0.

      *> Audit trail scan work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF                  PIC X VALUE "N".
           88  AUDIT-AT-EOF              VALUE "Y".
       01  WS-RISK-TOKEN                 PIC X(6) VALUE SPACES.
       01  WS-REVIEW-HITS                PIC 9(2) VALUE 0.

      *> Loan book scan and per-loan aging work fields (as
      *> DELINQUENCY-REPORT)
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".
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

      *> Case queue and suspense scan work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-SUSPENSE-STATUS            PIC XX VALUE SPACES.
       01  WS-SUSPENSE-EOF               PIC X VALUE "N".
           88  SUSPENSE-AT-EOF           VALUE "Y".

      *> The day's row as it is built
       01  WS-DAY-ROW                    PIC X(200) VALUE SPACES.

      *> KPI history, held in date order while the day's row is put
      *> in its place
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-NEW-STATUS                 PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ROW            PIC X(200) OCCURS 4000 TIMES.
       01  WS-HISTORY-COUNT              PIC 9(4) VALUE 0.
       01  WS-HISTORY-MAX                PIC 9(4) VALUE 4000.
       01  WS-HIST-IX                    PIC 9(4) VALUE 0.
       01  WS-PLACE-IX                   PIC 9(4) VALUE 0.
       01  WS-PRIOR-IX                   PIC 9(4) VALUE 0.
       01  WS-ROW-REPLACED               PIC X VALUE "N".
           88  ROW-WAS-REPLACED          VALUE "Y".
       01  WS-PRIOR-QUEUE-COUNT          PIC 9(8) VALUE 0.

      *> Shell command work fields
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Audit trail work fields
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Full command line
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Shared file lock discipline (serialized writers, bounded
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           MOVE "KPI-CAPTURE" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "DAILY KPI CAPTURE".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-CAPTURE-DATE
           END-UNSTRING.
           IF WS-CAPTURE-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-CAPTURE-DATE
           END-IF.
           IF WS-CAPTURE-DATE IS NOT NUMERIC
               OR WS-CAPTURE-DATE(5:2) < "01"
               OR WS-CAPTURE-DATE(5:2) > "12"
               OR WS-CAPTURE-DATE(7:2) < "01"
               OR WS-CAPTURE-DATE(7:2) > "31"
               DISPLAY "ERROR: Date must be YYYYMMDD"
               DISPLAY "Usage: KPI-CAPTURE [YYYYMMDD]"
               MOVE "REJECTED - BAD_DATE" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-TODAY-MONTHS =
               FUNCTION NUMVAL(WS-CAPTURE-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-CAPTURE-DATE(5:2)).

           DISPLAY "Business date: " WS-CAPTURE-DATE.

           MOVE SPACES TO KPI-HISTORY-RECORD.
           MOVE WS-CAPTURE-DATE TO KP-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO KP-CAPTURED-TS.
           MOVE 0 TO KP-APPLICATIONS KP-APPROVALS KP-DECLINES
               KP-FRAUD-HIGH KP-FRAUD-REVIEW KP-CASES-OPENED
               KP-CASES-CLOSED KP-PD30-COUNT KP-PD30-AMOUNT
               KP-PD60-COUNT KP-PD60-AMOUNT KP-PD90-COUNT
               KP-PD90-AMOUNT KP-SUSPENSE-COUNT KP-SUSPENSE-BALANCE
               KP-LOOKUPS KP-SYSTEM-ERRORS KP-CASE-QUEUE-COUNT.

           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM SCAN-LOAN-BOOK.
           PERFORM SCAN-CASE-QUEUE.
           PERFORM SCAN-PAYMENT-SUSPENSE.
           MOVE KPI-HISTORY-RECORD TO WS-DAY-ROW.

           PERFORM STORE-DAY-ROW.

           MOVE WS-DAY-ROW TO KPI-HISTORY-RECORD.
           MOVE KP-APPLICATIONS TO WS-COUNT-DISPLAY.
           DISPLAY "Applications:      " WS-COUNT-DISPLAY.
           MOVE KP-APPROVALS TO WS-COUNT-DISPLAY.
           DISPLAY "Approvals:         " WS-COUNT-DISPLAY.
           MOVE KP-DECLINES TO WS-COUNT-DISPLAY.
           DISPLAY "Declines:          " WS-COUNT-DISPLAY.
           MOVE KP-FRAUD-HIGH TO WS-COUNT-DISPLAY.
           DISPLAY "Fraud HIGH:        " WS-COUNT-DISPLAY.
           MOVE KP-FRAUD-REVIEW TO WS-COUNT-DISPLAY.
           DISPLAY "Fraud REVIEW:      " WS-COUNT-DISPLAY.
           MOVE KP-CASES-OPENED TO WS-COUNT-DISPLAY.
           DISPLAY "Cases opened:      " WS-COUNT-DISPLAY.
           MOVE KP-CASES-CLOSED TO WS-COUNT-DISPLAY.
           DISPLAY "Cases closed:      " WS-COUNT-DISPLAY.
           MOVE KP-PD30-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "30 days past due:  " WS-COUNT-DISPLAY.
           MOVE KP-PD60-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "60 days past due:  " WS-COUNT-DISPLAY.
           MOVE KP-PD90-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "90+ days past due: " WS-COUNT-DISPLAY.
           MOVE KP-SUSPENSE-BALANCE TO WS-AMOUNT-DISPLAY.
           DISPLAY "Suspense balance:  " WS-AMOUNT-DISPLAY.
           MOVE KP-LOOKUPS TO WS-COUNT-DISPLAY.
           DISPLAY "Lookups:           " WS-COUNT-DISPLAY.
           MOVE KP-SYSTEM-ERRORS TO WS-COUNT-DISPLAY.
           DISPLAY "System errors:     " WS-COUNT-DISPLAY.
           IF ROW-WAS-REPLACED
               DISPLAY "Row for " WS-CAPTURE-DATE
                   " replaced on kpi-history.dat"
           ELSE
               DISPLAY "Row for " WS-CAPTURE-DATE
                   " added to kpi-history.dat"
           END-IF.
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF ROW-WAS-REPLACED
               STRING "REPLACED " WS-CAPTURE-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               STRING "CAPTURED " WS-CAPTURE-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-AUDIT-EOF.
           PERFORM UNTIL AUDIT-AT-EOF
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM TALLY-AUDIT-RECORD
               END-READ
           END-PERFORM.

           CLOSE AUDIT-TRAIL-FILE.

       TALLY-AUDIT-RECORD.
      *> Only the captured day's entries count.
           IF AT-TIMESTAMP(1:8) NOT = WS-CAPTURE-DATE
               EXIT PARAGRAPH
           END-IF.

           IF AT-OUTCOME(1:5) = "ERROR"
               ADD 1 TO KP-SYSTEM-ERRORS
           END-IF.

           EVALUATE AT-ACTION
               WHEN "LOAN_APPLICATION"
                   EVALUATE TRUE
                       WHEN AT-OUTCOME(1:8) = "APPROVED"
                           ADD 1 TO KP-APPLICATIONS
                           ADD 1 TO KP-APPROVALS
                       WHEN AT-OUTCOME(1:8) = "DECLINED"
                           ADD 1 TO KP-APPLICATIONS
                           ADD 1 TO KP-DECLINES
                       WHEN AT-OUTCOME(1:7) = "PENDING"
                           ADD 1 TO KP-APPLICATIONS
                   END-EVALUATE
               WHEN "LOAN_APPROVE"
                   EVALUATE TRUE
                       WHEN AT-OUTCOME(1:7) = "CONFIRM"
                           ADD 1 TO KP-APPROVALS
                       WHEN AT-OUTCOME(1:4) = "VETO"
                           ADD 1 TO KP-DECLINES
                   END-EVALUATE
               WHEN "FRAUD_CHECK"
                   PERFORM TALLY-FRAUD-OUTCOME
               WHEN "ANALYST_FEEDBACK"
                   IF AT-OUTCOME(1:8) NOT = "REJECTED"
                       AND AT-OUTCOME(1:5) NOT = "ERROR"
                       ADD 1 TO KP-CASES-CLOSED
                   END-IF
               WHEN "CUSTOMER_LOOKUP"
                   ADD 1 TO KP-LOOKUPS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-FRAUD-OUTCOME.
      *> "<risk> RISK - <recommendation>", or "DEGRADED <risk> -
      *> <recommendation>" when the model was out.
           IF AT-OUTCOME(1:8) = "REJECTED" OR AT-OUTCOME(1:5) = "ERROR"
               EXIT PARAGRAPH
           END-IF.
           IF AT-OUTCOME(1:9) = "DEGRADED "
               MOVE AT-OUTCOME(10:6) TO WS-RISK-TOKEN
           ELSE
               MOVE AT-OUTCOME(1:6) TO WS-RISK-TOKEN
           END-IF.
           IF WS-RISK-TOKEN(1:5) = "HIGH "
               ADD 1 TO KP-FRAUD-HIGH
           END-IF.
           MOVE 0 TO WS-REVIEW-HITS.
           INSPECT AT-OUTCOME TALLYING WS-REVIEW-HITS
               FOR ALL "- REVIEW".
           IF WS-REVIEW-HITS > 0
               ADD 1 TO KP-FRAUD-REVIEW
           END-IF.

       SCAN-LOAN-BOOK.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-LOAN-POSITIONS.
           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM UNTIL LOAN-BOOK-AT-EOF
               READ LOAN-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-BOOK-EOF
                   NOT AT END
                       IF LB-STATUS = "ACTIVE"
                           PERFORM AGE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM CLOSE-LOAN-POSITIONS.
           CLOSE LOAN-BOOK-FILE.

       AGE-ONE-LOAN.
      *> DELINQUENCY-REPORT's aging: expected-to-date is one monthly
      *> payment per full month since origination (capped at the
      *> term, the current month only once its rolled due date has
      *> passed), received-to-date is the cash on the loan's
      *> position, and the whole payments short decide the bucket.
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
                   FUNCTION NUMVAL(WS-CAPTURE-DATE(1:6)) * 100
                   + WS-DUE-DAY
               MOVE WS-DUE-DATE-NUM TO CAL-DATE-IN
               PERFORM ROLL-TO-BUSINESS-DAY
               IF FUNCTION NUMVAL(WS-CAPTURE-DATE) < CAL-DATE-OUT
                   SUBTRACT 1 FROM WS-MONTHS-ELAPSED
               END-IF
           END-IF.

           COMPUTE WS-EXPECTED-TO-DATE =
               WS-MONTHS-ELAPSED * WS-MONTHLY-PAYMENT.

           PERFORM SUM-PAYMENTS-RECEIVED.

           COMPUTE WS-SHORTFALL =
               WS-EXPECTED-TO-DATE - WS-RECEIVED-TO-DATE.

           IF WS-SHORTFALL <= 0 OR WS-MONTHLY-PAYMENT = 0
               MOVE 0 TO WS-MONTHS-BEHIND
           ELSE
               COMPUTE WS-MONTHS-BEHIND =
                   WS-SHORTFALL / WS-MONTHLY-PAYMENT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SHORTFALL <= 0 OR WS-MONTHS-BEHIND = 0
                   CONTINUE
               WHEN WS-MONTHS-BEHIND = 1
                   ADD 1 TO KP-PD30-COUNT
                   ADD WS-SHORTFALL TO KP-PD30-AMOUNT
               WHEN WS-MONTHS-BEHIND = 2
                   ADD 1 TO KP-PD60-COUNT
                   ADD WS-SHORTFALL TO KP-PD60-AMOUNT
               WHEN OTHER
                   ADD 1 TO KP-PD90-COUNT
                   ADD WS-SHORTFALL TO KP-PD90-AMOUNT
           END-EVALUATE.

       COMPUTE-MONTHLY-PAYMENT.
      *> Same annuity formula as DELINQUENCY-REPORT, including the
      *> straight-line fallback for a 0% promotional rate.
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
      *> Cash received to date (reversals netted) off this loan's
      *> position.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

       SCAN-CASE-QUEUE.
      *> Only the size of the queue is wanted; STORE-DAY-ROW turns
      *> it into the day's cases opened.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM UNTIL CASE-AT-EOF
               READ CASE-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       ADD 1 TO KP-CASE-QUEUE-COUNT
               END-READ
           END-PERFORM.

           CLOSE CASE-QUEUE-FILE.

       SCAN-PAYMENT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SUSPENSE-EOF.
           PERFORM UNTIL SUSPENSE-AT-EOF
               READ SUSPENSE-FILE
                   AT END
                       MOVE "Y" TO WS-SUSPENSE-EOF
                   NOT AT END
                       IF SU-STATUS = "OPEN"
                           ADD 1 TO KP-SUSPENSE-COUNT
                           ADD FUNCTION NUMVAL(SU-AMOUNT-STR)
                               TO KP-SUSPENSE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SUSPENSE-FILE.

       STORE-DAY-ROW.
      *> Load the history under its lock, put the day's row in date
      *> order (replacing an earlier capture of the same day), and
      *> write it back through a scratch copy.
           MOVE FCP-KPI-HISTORY TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: KPI history is locked - day not "
                   "captured"
               MOVE "FAILED - HISTORY_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-HISTORY-COUNT.
           OPEN INPUT KPI-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM READ-HISTORY-ROW
                   UNTIL HISTORY-AT-EOF
               CLOSE KPI-HISTORY-FILE
           END-IF.

      *> The place for the day: the first row not earlier than it.
           MOVE 0 TO WS-PLACE-IX.
           MOVE 0 TO WS-PRIOR-IX.
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HISTORY-COUNT
               OR WS-PLACE-IX > 0
               IF WS-HISTORY-ROW(WS-HIST-IX)(1:8) < WS-CAPTURE-DATE
                   MOVE WS-HIST-IX TO WS-PRIOR-IX
               ELSE
                   MOVE WS-HIST-IX TO WS-PLACE-IX
               END-IF
           END-PERFORM.

      *> Cases opened is the queue's growth since the day before.
           MOVE WS-DAY-ROW TO KPI-HISTORY-RECORD.
           IF WS-PRIOR-IX > 0
               MOVE WS-HISTORY-ROW(WS-PRIOR-IX)(164:8)
                   TO WS-PRIOR-QUEUE-COUNT
               IF KP-CASE-QUEUE-COUNT > WS-PRIOR-QUEUE-COUNT
                   COMPUTE KP-CASES-OPENED =
                       KP-CASE-QUEUE-COUNT - WS-PRIOR-QUEUE-COUNT
               END-IF
           END-IF.
           MOVE KPI-HISTORY-RECORD TO WS-DAY-ROW.

           MOVE "N" TO WS-ROW-REPLACED.
           EVALUATE TRUE
               WHEN WS-PLACE-IX > 0
                   AND WS-HISTORY-ROW(WS-PLACE-IX)(1:8)
                       = WS-CAPTURE-DATE
                   MOVE WS-DAY-ROW TO WS-HISTORY-ROW(WS-PLACE-IX)
                   MOVE "Y" TO WS-ROW-REPLACED
               WHEN WS-HISTORY-COUNT NOT < WS-HISTORY-MAX
                   PERFORM RELEASE-FILE-LOCK
                   DISPLAY "ERROR: KPI history is full - day not "
                       "captured"
                   MOVE "FAILED - HISTORY_FULL" TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               WHEN WS-PLACE-IX = 0
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE WS-DAY-ROW TO WS-HISTORY-ROW(WS-HISTORY-COUNT)
               WHEN OTHER
                   PERFORM VARYING WS-HIST-IX FROM WS-HISTORY-COUNT
                       BY -1 UNTIL WS-HIST-IX < WS-PLACE-IX
                       MOVE WS-HISTORY-ROW(WS-HIST-IX)
                           TO WS-HISTORY-ROW(WS-HIST-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE WS-DAY-ROW TO WS-HISTORY-ROW(WS-PLACE-IX)
           END-EVALUATE.

           OPEN OUTPUT KPI-HISTORY-NEW-FILE.
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
               UNTIL WS-HIST-IX > WS-HISTORY-COUNT
               MOVE WS-HISTORY-ROW(WS-HIST-IX)
                   TO KPI-HISTORY-NEW-RECORD
               WRITE KPI-HISTORY-NEW-RECORD
           END-PERFORM.
           CLOSE KPI-HISTORY-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f kpi-history.new "
               FUNCTION TRIM(FCP-KPI-HISTORY)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       READ-HISTORY-ROW.
           READ KPI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF WS-HISTORY-COUNT < WS-HISTORY-MAX
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE KPI-HISTORY-RECORD
                           TO WS-HISTORY-ROW(WS-HISTORY-COUNT)
                   END-IF
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "KPI-CAPTURE" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "KPI_CAPTURE" TO AT-ACTION.
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

       COPY "CALENDAR-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
