       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOWANCE-CALC.
       AUTHOR. Thesis Project.

      *> ALLOWANCE-CALC.cbl
      *> Month-End Loan Loss Allowance Calculation
      *>
      *> RECOVERY-REPORT and VINTAGE-REPORT tell finance what was
      *> lost after the fact; this step reserves for the losses the
      *> book already shows coming. Every ACTIVE and DEFAULTED loan on
      *> loan-book-master.dat is aged into its delinquency bucket with
      *> the same expected-vs-received math DELINQUENCY-REPORT
      *> applies (paid-to-date off the loan position master),
      *> grouped with its purpose code, and its principal
      *> outstanding on the position master is reserved at the
      *> loss rate allowance-loss-rates.dat holds for that purpose
      *> and bucket. A purpose without a row of its own
      *> takes the "*" row for the bucket; a loan with no rate at all
      *> is reserved at zero and counted on the report so the gap in
      *> the table gets fixed.
      *>
      *> The required allowance per cell and in total, with the change
      *> from last month's calculation, goes to allowance-history.dat.
      *> The report gives finance the one line they book - the build
      *> (provision expense) or release - and the allowance trend
      *> month over month.
      *>
      *> The run is idempotent per period the way INTEREST-ACCRUE is:
      *> a period that already has its TOTAL on the history file is
      *> reported and skipped, so MONTH-END-BATCH re-entering the
      *> financial close after an abend cannot double the history.
      *>
      *> Invocation: ALLOWANCE-CALC
      *> Example: ./allowance-calc
      *>
      *> Output: allowance-history.dat (appended), allowance-report.txt

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

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT LOSS-RATE-FILE ASSIGN TO FCP-LOSS-RATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ALLOWANCE-HIST-FILE
               ASSIGN TO FCP-ALLOWANCE-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ALLOWANCE-REPORT-FILE
               ASSIGN TO "allowance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  LOSS-RATE-FILE.
           COPY "LOSS-RATE-REC.cpy".

       FD  ALLOWANCE-HIST-FILE.
           COPY "ALLOWANCE-HIST-REC.cpy".

       FD  ALLOWANCE-REPORT-FILE.
       01  ALLOWANCE-REPORT-RECORD       PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Period being reserved (YYYYMM of the business date)
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-MONTHS               PIC 9(6) VALUE 0.

      *> Loan book scan work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Loss rate table, loaded once - effective dating applied at
      *> load, so only rows in force for the business date are kept.
       01  WS-RATE-STATUS                PIC XX VALUE SPACES.
       01  WS-RATE-EOF                   PIC X VALUE "N".
           88  RATE-AT-EOF               VALUE "Y".
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10  WS-RATE-PURPOSE       PIC X(4).
               10  WS-RATE-BUCKET        PIC X(8).
               10  WS-RATE-PCT           PIC 9(3)V99.
       01  WS-RATE-USED                  PIC 9(3) VALUE 0.
       01  WS-RATE-IX                    PIC 9(3) VALUE 0.
       01  WS-RATE-FOUND                 PIC X VALUE "N".
       01  WS-LOAN-RATE-PCT              PIC 9(3)V99 VALUE 0.

      *> Allowance history work fields
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-ALREADY-CALCULATED         PIC X VALUE "N".
           88  PERIOD-ALREADY-CALCULATED VALUE "Y".
       01  WS-PRIOR-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PRIOR-TOTAL                PIC 9(12)V99 VALUE 0.

      *> One cell per purpose code and bucket, carrying this month's
      *> calculation beside last month's allowance for the same cell.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 100 TIMES.
               10  WS-CELL-PURPOSE       PIC X(4).
               10  WS-CELL-BUCKET        PIC X(8).
               10  WS-CELL-COUNT         PIC 9(6).
               10  WS-CELL-EXPOSURE      PIC 9(12)V99.
               10  WS-CELL-ALLOWANCE     PIC 9(12)V99.
               10  WS-CELL-PRIOR         PIC 9(12)V99.
       01  WS-CELL-USED                  PIC 9(3) VALUE 0.
       01  WS-CELL-IX                    PIC 9(3) VALUE 0.
       01  WS-CELL-HIT                   PIC X VALUE "N".
       01  WS-FIND-PURPOSE               PIC X(4) VALUE SPACES.
       01  WS-FIND-BUCKET                PIC X(8) VALUE SPACES.

      *> Allowance trend - the most recent twelve TOTAL records
       01  WS-TREND-TABLE.
           05  WS-TREND-ENTRY OCCURS 12 TIMES.
               10  WS-TREND-PERIOD       PIC X(6).
               10  WS-TREND-ALLOWANCE    PIC 9(12)V99.
               10  WS-TREND-CHANGE       PIC S9(12)V99.
       01  WS-TREND-USED                 PIC 9(2) VALUE 0.
       01  WS-TREND-IX                   PIC 9(2) VALUE 0.

      *> Per-loan aging work fields (the same expected-vs-received
      *> math DELINQUENCY-REPORT applies)
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-LOAN-RATE                  PIC 9V9(4) VALUE 0.
       01  WS-MONTHLY-RATE               PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR              PIC 9(4)V9(8) VALUE 0.
       01  WS-ANNUITY-WORK               PIC 9(8)V9(8) VALUE 0.
       01  WS-MONTHLY-PAYMENT            PIC 9(8)V99 VALUE 0.
       01  WS-ORIG-MONTHS                PIC 9(6) VALUE 0.
       01  WS-MONTHS-ELAPSED             PIC S9(4) VALUE 0.
       01  WS-LOAN-MATURED               PIC X VALUE "N".
       01  WS-DUE-DAY                    PIC 9(2) VALUE 0.
       01  WS-DUE-DATE-NUM               PIC 9(8) VALUE 0.
       01  WS-EXPECTED-TO-DATE           PIC 9(10)V99 VALUE 0.
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-SHORTFALL                  PIC S9(10)V99 VALUE 0.
       01  WS-MONTHS-BEHIND              PIC 9(4) VALUE 0.
       01  WS-BUCKET-LABEL               PIC X(8) VALUE SPACES.

      *> Per-loan allowance work fields
       01  WS-EXPOSURE                   PIC 9(10)V99 VALUE 0.
       01  WS-LOAN-ALLOWANCE             PIC 9(10)V99 VALUE 0.

      *> Run totals
       01  WS-LOAN-COUNT                 PIC 9(6) VALUE 0.
       01  WS-UNRATED-COUNT              PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXPOSURE             PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-ALLOWANCE            PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CHANGE               PIC S9(12)V99 VALUE 0.
       01  WS-CELL-CHANGE                PIC S9(12)V99 VALUE 0.

      *> Edited forms with an explicit decimal point, so the amounts
      *> on the history file stay NUMVAL-parseable by later runs.
       01  WS-AMOUNT-EDIT                PIC 9(12).99.
       01  WS-SIGNED-EDIT                PIC -9(11).99.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ALLOW-DISPLAY              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGE-DISPLAY             PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

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
           MOVE "ALLOWANCE-CALC" TO FLK-PROGRAM-NAME.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.

           DISPLAY "========================================".
           DISPLAY "MONTH-END LOAN LOSS ALLOWANCE".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD.
           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-MONTHS =
               FUNCTION NUMVAL(WS-TODAY(1:4)) * 12
               + FUNCTION NUMVAL(WS-TODAY(5:2)).

           INITIALIZE WS-CELL-TABLE.
           INITIALIZE WS-TREND-TABLE.

           PERFORM SCAN-HISTORY-PERIODS.
           IF PERIOD-ALREADY-CALCULATED
               DISPLAY "Allowance for period " WS-PERIOD
                   " already calculated - skipping"
               DISPLAY "========================================"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "SKIPPED - " WS-PERIOD " ALREADY_DONE"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-PRIOR-CELLS.
           PERFORM LOAD-LOSS-RATES.

           PERFORM SCAN-LOAN-BOOK.

           PERFORM POST-ALLOWANCE-HISTORY.
           PERFORM WRITE-ALLOWANCE-REPORT.

           MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Loans reserved: " WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-ALLOWANCE TO WS-AMOUNT-DISPLAY.
           DISPLAY "Required allowance: $" WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-CHANGE TO WS-CHANGE-DISPLAY.
           DISPLAY "Change from last month: $" WS-CHANGE-DISPLAY.
           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "WARNING: " WS-COUNT-DISPLAY " loans had no "
                   "loss rate in force"
           END-IF.
           DISPLAY "Report written to allowance-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "CALCULATED - " WS-PERIOD
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SCAN-HISTORY-PERIODS.
      *> One pass finds whether this period is already done, which
      *> period is "last month" (the latest TOTAL before this one),
      *> and the trend. A missing file means no month has ever been
      *> reserved.
           MOVE "N" TO WS-ALREADY-CALCULATED.
           MOVE SPACES TO WS-PRIOR-PERIOD.
           MOVE 0 TO WS-PRIOR-TOTAL.
           MOVE 0 TO WS-TREND-USED.
           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT ALLOWANCE-HIST-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-HISTORY-FOR-PERIODS
               UNTIL HISTORY-AT-EOF.

           CLOSE ALLOWANCE-HIST-FILE.

       READ-HISTORY-FOR-PERIODS.
           READ ALLOWANCE-HIST-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF AH-RECORD-TYPE = "TOTAL"
                       PERFORM NOTE-HISTORY-TOTAL
                   END-IF
           END-READ.

       NOTE-HISTORY-TOTAL.
           IF AH-PERIOD = WS-PERIOD
               MOVE "Y" TO WS-ALREADY-CALCULATED
               EXIT PARAGRAPH
           END-IF.

           IF AH-PERIOD > WS-PERIOD
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRIOR-PERIOD = SPACES
               OR AH-PERIOD > WS-PRIOR-PERIOD
               MOVE AH-PERIOD TO WS-PRIOR-PERIOD
               MOVE FUNCTION NUMVAL(AH-ALLOWANCE-STR)
                   TO WS-PRIOR-TOTAL
           END-IF.

      *> Keep the latest twelve months, oldest first.
           IF WS-TREND-USED >= 12
               PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > 11
                   MOVE WS-TREND-ENTRY(WS-TREND-IX + 1)
                       TO WS-TREND-ENTRY(WS-TREND-IX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TREND-USED
           END-IF.
           MOVE AH-PERIOD TO WS-TREND-PERIOD(WS-TREND-USED).
           MOVE FUNCTION NUMVAL(AH-ALLOWANCE-STR)
               TO WS-TREND-ALLOWANCE(WS-TREND-USED).
           MOVE FUNCTION NUMVAL(AH-CHANGE-STR)
               TO WS-TREND-CHANGE(WS-TREND-USED).

       LOAD-PRIOR-CELLS.
      *> Seed the cell table with last month's cells so a cell that
      *> has emptied out since still shows its release.
           IF WS-PRIOR-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HISTORY-EOF.
           OPEN INPUT ALLOWANCE-HIST-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-HISTORY-FOR-CELLS
               UNTIL HISTORY-AT-EOF.

           CLOSE ALLOWANCE-HIST-FILE.

       READ-HISTORY-FOR-CELLS.
           READ ALLOWANCE-HIST-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF AH-PERIOD = WS-PRIOR-PERIOD
                       AND AH-RECORD-TYPE = "DETAIL"
                       MOVE AH-PURPOSE-CODE TO WS-FIND-PURPOSE
                       MOVE AH-BUCKET TO WS-FIND-BUCKET
                       PERFORM FIND-OR-ADD-CELL
                       IF WS-CELL-IX > 0
                           MOVE FUNCTION NUMVAL(AH-ALLOWANCE-STR)
                               TO WS-CELL-PRIOR(WS-CELL-IX)
                       END-IF
                   END-IF
           END-READ.

       LOAD-LOSS-RATES.
      *> A missing rate table reserves nothing and says so - every
      *> loan is then counted as unrated on the report.
           MOVE 0 TO WS-RATE-USED.
           OPEN INPUT LOSS-RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "WARNING: No allowance-loss-rates.dat - "
                   "nothing can be reserved"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RATE-EOF.
           PERFORM LOAD-ONE-RATE-ROW
               UNTIL RATE-AT-EOF OR WS-RATE-USED >= 100.

           CLOSE LOSS-RATE-FILE.

       LOAD-ONE-RATE-ROW.
           READ LOSS-RATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF
               NOT AT END
                   IF (LS-EFFECTIVE-FROM = SPACES
                       OR LS-EFFECTIVE-FROM <= WS-TODAY)
                       AND (LS-EFFECTIVE-TO = SPACES
                           OR LS-EFFECTIVE-TO >= WS-TODAY)
                       ADD 1 TO WS-RATE-USED
                       MOVE LS-PURPOSE-CODE
                           TO WS-RATE-PURPOSE(WS-RATE-USED)
                       MOVE LS-BUCKET
                           TO WS-RATE-BUCKET(WS-RATE-USED)
                       MOVE FUNCTION NUMVAL(LS-RATE-STR)
                           TO WS-RATE-PCT(WS-RATE-USED)
                   END-IF
           END-READ.

       SCAN-LOAN-BOOK.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               DISPLAY "No loan book found - nothing to reserve."
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-LOAN-POSITIONS.

           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM READ-LOAN-BOOK-RECORD
               UNTIL LOAN-BOOK-AT-EOF.

           PERFORM CLOSE-LOAN-POSITIONS.
           CLOSE LOAN-BOOK-FILE.

       READ-LOAN-BOOK-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   IF LB-STATUS = "ACTIVE" OR LB-STATUS = "DEFAULTED"
                       PERFORM RESERVE-ONE-LOAN
                   END-IF
           END-READ.

       RESERVE-ONE-LOAN.
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

           PERFORM SUM-PAYMENTS-RECEIVED.

           IF PSN-PRINCIPAL-OUT > 0
               MOVE PSN-PRINCIPAL-OUT TO WS-EXPOSURE
           ELSE
               MOVE 0 TO WS-EXPOSURE
           END-IF.

           PERFORM AGE-ONE-LOAN.
           PERFORM FIND-LOSS-RATE.

           COMPUTE WS-LOAN-ALLOWANCE ROUNDED =
               WS-EXPOSURE * WS-LOAN-RATE-PCT / 100.

           MOVE LB-PURPOSE-CODE TO WS-FIND-PURPOSE.
           MOVE WS-BUCKET-LABEL TO WS-FIND-BUCKET.
           PERFORM FIND-OR-ADD-CELL.
           IF WS-CELL-IX = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CELL-COUNT(WS-CELL-IX).
           ADD WS-EXPOSURE TO WS-CELL-EXPOSURE(WS-CELL-IX).
           ADD WS-LOAN-ALLOWANCE TO WS-CELL-ALLOWANCE(WS-CELL-IX).

           ADD 1 TO WS-LOAN-COUNT.
           ADD WS-EXPOSURE TO WS-TOTAL-EXPOSURE.
           ADD WS-LOAN-ALLOWANCE TO WS-TOTAL-ALLOWANCE.

       SUM-PAYMENTS-RECEIVED.
      *> Both figures the step needs come off the loan's position on
      *> the position master, the same figures DELINQUENCY-REPORT
      *> ages by: paid-to-date is all cash received (the aging
      *> compares that against the schedule) and principal
      *> outstanding is what is still exposed. A loan with no
      *> position has had nothing received.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

       AGE-ONE-LOAN.
      *> Expected-to-date is whole due dates passed times the annuity
      *> payment; this month's due date only counts once it has
      *> passed (rolled off weekends and holidays), unless the loan
      *> has already matured.
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

           COMPUTE WS-SHORTFALL =
               WS-EXPECTED-TO-DATE - WS-RECEIVED-TO-DATE.

           IF WS-SHORTFALL <= 0 OR WS-MONTHLY-PAYMENT = 0
               MOVE 0 TO WS-MONTHS-BEHIND
           ELSE
               COMPUTE WS-MONTHS-BEHIND =
                   WS-SHORTFALL / WS-MONTHLY-PAYMENT
           END-IF.

           EVALUATE TRUE
               WHEN WS-MONTHS-BEHIND = 0
                   MOVE "CURRENT " TO WS-BUCKET-LABEL
               WHEN WS-MONTHS-BEHIND = 1
                   MOVE "30 DAYS " TO WS-BUCKET-LABEL
               WHEN WS-MONTHS-BEHIND = 2
                   MOVE "60 DAYS " TO WS-BUCKET-LABEL
               WHEN OTHER
                   MOVE "90+ DAYS" TO WS-BUCKET-LABEL
           END-EVALUATE.

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

       FIND-LOSS-RATE.
      *> The purpose's own row wins; the "*" row for the bucket is
      *> the fallback; no row at all reserves at zero.
           MOVE 0 TO WS-LOAN-RATE-PCT.
           MOVE "N" TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-USED
               OR WS-RATE-FOUND = "Y"
               IF WS-RATE-PURPOSE(WS-RATE-IX) = LB-PURPOSE-CODE
                   AND WS-RATE-BUCKET(WS-RATE-IX) = WS-BUCKET-LABEL
                   MOVE WS-RATE-PCT(WS-RATE-IX) TO WS-LOAN-RATE-PCT
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-USED
               OR WS-RATE-FOUND = "Y"
               IF WS-RATE-PURPOSE(WS-RATE-IX) = "*"
                   AND WS-RATE-BUCKET(WS-RATE-IX) = WS-BUCKET-LABEL
                   MOVE WS-RATE-PCT(WS-RATE-IX) TO WS-LOAN-RATE-PCT
                   MOVE "Y" TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

           IF WS-RATE-FOUND = "N"
               ADD 1 TO WS-UNRATED-COUNT
           END-IF.

       FIND-OR-ADD-CELL.
      *> Leaves WS-CELL-IX on the cell for WS-FIND-PURPOSE and
      *> WS-FIND-BUCKET, adding it if new; zero when the table is
      *> full.
           MOVE "N" TO WS-CELL-HIT.
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
               UNTIL WS-CELL-IX > WS-CELL-USED
               OR WS-CELL-HIT = "Y"
               IF WS-CELL-PURPOSE(WS-CELL-IX) = WS-FIND-PURPOSE
                   AND WS-CELL-BUCKET(WS-CELL-IX) = WS-FIND-BUCKET
                   MOVE "Y" TO WS-CELL-HIT
               END-IF
           END-PERFORM.

           IF WS-CELL-HIT = "Y"
               SUBTRACT 1 FROM WS-CELL-IX
               EXIT PARAGRAPH
           END-IF.

           IF WS-CELL-USED >= 100
               MOVE 0 TO WS-CELL-IX
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CELL-USED.
           MOVE WS-CELL-USED TO WS-CELL-IX.
           MOVE WS-FIND-PURPOSE TO WS-CELL-PURPOSE(WS-CELL-IX).
           MOVE WS-FIND-BUCKET TO WS-CELL-BUCKET(WS-CELL-IX).
           MOVE 0 TO WS-CELL-COUNT(WS-CELL-IX).
           MOVE 0 TO WS-CELL-EXPOSURE(WS-CELL-IX).
           MOVE 0 TO WS-CELL-ALLOWANCE(WS-CELL-IX).
           MOVE 0 TO WS-CELL-PRIOR(WS-CELL-IX).

       POST-ALLOWANCE-HISTORY.
           COMPUTE WS-TOTAL-CHANGE =
               WS-TOTAL-ALLOWANCE - WS-PRIOR-TOTAL.

           MOVE FCP-ALLOWANCE-HISTORY TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND ALLOWANCE-HIST-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT ALLOWANCE-HIST-FILE
           END-IF.

           PERFORM WRITE-ONE-HISTORY-DETAIL
               VARYING WS-CELL-IX FROM 1 BY 1
               UNTIL WS-CELL-IX > WS-CELL-USED.

           MOVE WS-PERIOD TO AH-PERIOD.
           MOVE "TOTAL" TO AH-RECORD-TYPE.
           MOVE SPACES TO AH-PURPOSE-CODE.
           MOVE SPACES TO AH-BUCKET.
           MOVE WS-LOAN-COUNT TO AH-LOAN-COUNT.
           MOVE WS-TOTAL-EXPOSURE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AH-EXPOSURE-STR.
           MOVE WS-TOTAL-ALLOWANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AH-ALLOWANCE-STR.
           MOVE WS-TOTAL-CHANGE TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO AH-CHANGE-STR.
           MOVE FUNCTION CURRENT-DATE TO AH-CALC-TS.
           WRITE ALLOWANCE-HIST-RECORD.

           CLOSE ALLOWANCE-HIST-FILE.
           PERFORM RELEASE-FILE-LOCK.

      *> This month joins the end of the trend.
           IF WS-TREND-USED >= 12
               PERFORM VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > 11
                   MOVE WS-TREND-ENTRY(WS-TREND-IX + 1)
                       TO WS-TREND-ENTRY(WS-TREND-IX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TREND-USED
           END-IF.
           MOVE WS-PERIOD TO WS-TREND-PERIOD(WS-TREND-USED).
           MOVE WS-TOTAL-ALLOWANCE
               TO WS-TREND-ALLOWANCE(WS-TREND-USED).
           MOVE WS-TOTAL-CHANGE TO WS-TREND-CHANGE(WS-TREND-USED).

       WRITE-ONE-HISTORY-DETAIL.
           COMPUTE WS-CELL-CHANGE =
               WS-CELL-ALLOWANCE(WS-CELL-IX)
               - WS-CELL-PRIOR(WS-CELL-IX).

           MOVE WS-PERIOD TO AH-PERIOD.
           MOVE "DETAIL" TO AH-RECORD-TYPE.
           MOVE WS-CELL-PURPOSE(WS-CELL-IX) TO AH-PURPOSE-CODE.
           MOVE WS-CELL-BUCKET(WS-CELL-IX) TO AH-BUCKET.
           MOVE WS-CELL-COUNT(WS-CELL-IX) TO AH-LOAN-COUNT.
           MOVE WS-CELL-EXPOSURE(WS-CELL-IX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AH-EXPOSURE-STR.
           MOVE WS-CELL-ALLOWANCE(WS-CELL-IX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AH-ALLOWANCE-STR.
           MOVE WS-CELL-CHANGE TO WS-SIGNED-EDIT.
           MOVE WS-SIGNED-EDIT TO AH-CHANGE-STR.
           MOVE FUNCTION CURRENT-DATE TO AH-CALC-TS.
           WRITE ALLOWANCE-HIST-RECORD.

       WRITE-ALLOWANCE-REPORT.
           OPEN OUTPUT ALLOWANCE-REPORT-FILE.

           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING "LOAN LOSS ALLOWANCE - PERIOD " WS-PERIOD
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING "PURPOSE BUCKET     LOANS  PRINCIPAL OUTSTANDING"
               "          ALLOWANCE             CHANGE"
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

           PERFORM WRITE-ONE-CELL-LINE
               VARYING WS-CELL-IX FROM 1 BY 1
               UNTIL WS-CELL-IX > WS-CELL-USED.

           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING "Loans reserved:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE WS-TOTAL-EXPOSURE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING "Principal outstanding:    $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE WS-TOTAL-ALLOWANCE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING "Required allowance:       $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE WS-PRIOR-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           IF WS-PRIOR-PERIOD = SPACES
               STRING "Prior allowance (none):   $" WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "Prior allowance (" WS-PRIOR-PERIOD "): $"
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE ALLOWANCE-REPORT-RECORD.

           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO ALLOWANCE-REPORT-RECORD
               STRING "Loans with no loss rate:   " WS-COUNT-DISPLAY
                   " (reserved at zero)"
                   DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
               END-STRING
               WRITE ALLOWANCE-REPORT-RECORD
           END-IF.

      *> The entry finance books: a higher requirement is a build
      *> (provision expense against the allowance), a lower one a
      *> release back through the provision.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-TOTAL-CHANGE > 0
                   MOVE WS-TOTAL-CHANGE TO WS-AMOUNT-DISPLAY
                   STRING "BOOK: ALLOWANCE BUILD    $"
                       WS-AMOUNT-DISPLAY
                       "  DR PROVISION EXPENSE / CR ALLOWANCE"
                       DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
                   END-STRING
               WHEN WS-TOTAL-CHANGE < 0
                   COMPUTE WS-AMOUNT-DISPLAY = 0 - WS-TOTAL-CHANGE
                   STRING "BOOK: ALLOWANCE RELEASE  $"
                       WS-AMOUNT-DISPLAY
                       "  DR ALLOWANCE / CR PROVISION EXPENSE"
                       DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
                   END-STRING
               WHEN OTHER
                   MOVE "BOOK: NO CHANGE IN REQUIRED ALLOWANCE"
                       TO ALLOWANCE-REPORT-RECORD
           END-EVALUATE.
           WRITE ALLOWANCE-REPORT-RECORD.

           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.
           MOVE "ALLOWANCE TREND" TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.
           MOVE "PERIOD            ALLOWANCE             CHANGE"
               TO ALLOWANCE-REPORT-RECORD.
           WRITE ALLOWANCE-REPORT-RECORD.

           PERFORM WRITE-ONE-TREND-LINE
               VARYING WS-TREND-IX FROM 1 BY 1
               UNTIL WS-TREND-IX > WS-TREND-USED.

           CLOSE ALLOWANCE-REPORT-FILE.

       WRITE-ONE-CELL-LINE.
           COMPUTE WS-CELL-CHANGE =
               WS-CELL-ALLOWANCE(WS-CELL-IX)
               - WS-CELL-PRIOR(WS-CELL-IX).
           MOVE WS-CELL-COUNT(WS-CELL-IX) TO WS-COUNT-DISPLAY.
           MOVE WS-CELL-EXPOSURE(WS-CELL-IX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-CELL-ALLOWANCE(WS-CELL-IX) TO WS-ALLOW-DISPLAY.
           MOVE WS-CELL-CHANGE TO WS-CHANGE-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING WS-CELL-PURPOSE(WS-CELL-IX) "    "
               WS-CELL-BUCKET(WS-CELL-IX) " " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY "  " WS-ALLOW-DISPLAY
               " " WS-CHANGE-DISPLAY
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

       WRITE-ONE-TREND-LINE.
           MOVE WS-TREND-ALLOWANCE(WS-TREND-IX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-TREND-CHANGE(WS-TREND-IX) TO WS-CHANGE-DISPLAY.
           MOVE SPACES TO ALLOWANCE-REPORT-RECORD.
           STRING WS-TREND-PERIOD(WS-TREND-IX) "    "
               WS-AMOUNT-DISPLAY " " WS-CHANGE-DISPLAY
               DELIMITED BY SIZE INTO ALLOWANCE-REPORT-RECORD
           END-STRING.
           WRITE ALLOWANCE-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "ALLOWANCE-CALC" TO AT-PROGRAM-NAME.
           MOVE "MONTH-END " TO AT-CUSTOMER-ID.
           MOVE "ALLOWANCE_CALC" TO AT-ACTION.
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

       COPY "FILE-LOCK-PARA.cpy".

       COPY "CALENDAR-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
