       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICING-EXCEPTION-REPORT.
       AUTHOR. Thesis Project.

      *> PRICING-EXCEPTION-REPORT.cbl
      *> Monthly Officer Rate Exception Report
      *>
      *> Reads pricing-exception-register.dat, where LOAN-PROCESS
      *> registers every loan an officer priced below the rate table
      *> and LOAN-APPROVE records the senior officer's decision on
      *> the ones beyond the officer's own authority, and shows by
      *> officer how many exceptions were asked for and what became
      *> of them: GRANTED (inside the officer's authority, or
      *> approved by a senior officer), PENDING (still waiting on
      *> the approval queue), and VETOED. For the granted ones it
      *> totals the amount lent and the interest forgone - over the
      *> full term, the difference between the level monthly
      *> payment at the table rate and at the granted rate - and the
      *> average discount in percentage points, so the pricing
      *> committee can see who is giving rate away and how much it
      *> costs. A detail section lists every exception of the month
      *> with its table rate, granted rate, and approver.
      *>
      *> Invocation: PRICING-EXCEPTION-REPORT [YYYYMM]
      *> Example: ./pricing-exception-report 202609
      *>   Without a period, the business date's month is reported.
      *>   An exception belongs to the month its loan was booked in.
      *>
      *> Output: pricing-exception-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT PRICING-EXCEPTION-FILE
               ASSIGN TO FCP-PRICING-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-EXC-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "pricing-exception-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  PRICING-EXCEPTION-FILE.
           COPY "PRICING-EXCEPTION-REC.cpy".

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

      *> Register scan work fields
       01  WS-PRICING-EXC-STATUS         PIC XX VALUE SPACES.
       01  WS-PRICING-EOF                PIC X VALUE "N".
           88  PRICING-AT-EOF            VALUE "Y".

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> Per-officer table, filled as officers are seen
       01  WS-OFFICER-TABLE.
           05  WS-OFFICER-ENTRY OCCURS 50 TIMES.
               10  WS-OFFICER-ID         PIC X(10).
               10  WS-OFFICER-COUNT      PIC 9(5).
               10  WS-OFFICER-GRANTED    PIC 9(5).
               10  WS-OFFICER-PENDING    PIC 9(5).
               10  WS-OFFICER-VETOED     PIC 9(5).
               10  WS-OFFICER-AMOUNT     PIC 9(10)V99.
               10  WS-OFFICER-FORGONE    PIC 9(9)V99.
               10  WS-OFFICER-DISCOUNT   PIC 9(6)V9(4).
       01  WS-OFFICER-USED               PIC 9(2) VALUE 0.
       01  WS-OFFICER-HIT                PIC 9(2) VALUE 0.
       01  WS-OFFICER-IX                 PIC 9(2) VALUE 0.

      *> Whole-register totals for the period
       01  WS-TOTAL-COUNT                PIC 9(5) VALUE 0.
       01  WS-TOTAL-GRANTED              PIC 9(5) VALUE 0.
       01  WS-TOTAL-PENDING              PIC 9(5) VALUE 0.
       01  WS-TOTAL-VETOED               PIC 9(5) VALUE 0.
       01  WS-TOTAL-AMOUNT               PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-FORGONE              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DISCOUNT             PIC 9(6)V9(4) VALUE 0.

      *> One exception's terms and the interest it gives away
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-TABLE-RATE                 PIC 9(2)V9(4) VALUE 0.
       01  WS-GRANTED-RATE               PIC 9(2)V9(4) VALUE 0.
       01  WS-RATE-DISCOUNT              PIC 9(2)V9(4) VALUE 0.
       01  WS-LOAN-FORGONE               PIC 9(9)V99 VALUE 0.
       01  WS-TABLE-PAYMENT              PIC 9(8)V9(6) VALUE 0.
       01  WS-GRANTED-PAYMENT            PIC 9(8)V9(6) VALUE 0.

      *> Level-payment work fields, the same annuity arithmetic the
      *> amortization schedules use
       01  WS-CALC-RATE                  PIC 9(2)V9(4) VALUE 0.
       01  WS-CALC-PAYMENT               PIC 9(8)V9(6) VALUE 0.
       01  WS-MONTHLY-RATE               PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR              PIC 9(4)V9(8) VALUE 0.

      *> One summary line's inputs, filled in before
      *> PERFORM WRITE-ONE-OFFICER-LINE.
       01  WS-LINE-LABEL                 PIC X(10) VALUE SPACES.
       01  WS-LINE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-LINE-GRANTED               PIC 9(5) VALUE 0.
       01  WS-LINE-PENDING               PIC 9(5) VALUE 0.
       01  WS-LINE-VETOED                PIC 9(5) VALUE 0.
       01  WS-LINE-AMOUNT                PIC 9(10)V99 VALUE 0.
       01  WS-LINE-FORGONE               PIC 9(9)V99 VALUE 0.
       01  WS-LINE-DISCOUNT              PIC 9(6)V9(4) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZ,ZZ9.
       01  WS-GRANTED-DISPLAY            PIC ZZ,ZZ9.
       01  WS-PENDING-DISPLAY            PIC ZZ,ZZ9.
       01  WS-VETOED-DISPLAY             PIC ZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FORGONE-DISPLAY            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AVG-DISCOUNT               PIC 9(2)V9(3) VALUE 0.
       01  WS-AVG-DISCOUNT-DISPLAY       PIC Z9.999.
       01  WS-TABLE-RATE-DISPLAY         PIC Z9.999.
       01  WS-GRANTED-RATE-DISPLAY       PIC Z9.999.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "PRICING EXCEPTION REPORT".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: PRICING-EXCEPTION-REPORT [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-OFFICER-TABLE.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM WRITE-OFFICER-SUMMARY.
           CLOSE EXCEPTION-REPORT-FILE.

           DISPLAY "Exceptions in " WS-PERIOD ": " WS-TOTAL-COUNT.
           DISPLAY "Report written to pricing-exception-report.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "OFFICER RATE EXCEPTIONS - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "EXCEPTIONS BOOKED IN THE PERIOD"
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "  CUSTOMER   BOOKED   PROD  TABLE%  GRANT% "
               "OFFICER    APPROVER   STATUS"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.

       SCAN-EXCEPTIONS.
           OPEN INPUT PRICING-EXCEPTION-FILE.
           IF WS-PRICING-EXC-STATUS NOT = "00"
               MOVE "  (no pricing exceptions on file)"
                   TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PRICING-EOF.
           PERFORM READ-EXCEPTION-RECORD
               UNTIL PRICING-AT-EOF.

           CLOSE PRICING-EXCEPTION-FILE.

       READ-EXCEPTION-RECORD.
           READ PRICING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-PRICING-EOF
               NOT AT END
                   IF PX-LOAN-TIMESTAMP(1:6) = WS-PERIOD
                       PERFORM TALLY-ONE-EXCEPTION
                   END-IF
           END-READ.

       TALLY-ONE-EXCEPTION.
      *> Find (or create) the officer's slot, list the exception,
      *> then count it under the state it has reached.
           MOVE 0 TO WS-OFFICER-HIT.
           PERFORM MATCH-OFFICER-SLOT
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED
               OR WS-OFFICER-HIT > 0.

           IF WS-OFFICER-HIT = 0
               IF WS-OFFICER-USED < 50
                   ADD 1 TO WS-OFFICER-USED
                   MOVE WS-OFFICER-USED TO WS-OFFICER-HIT
                   MOVE PX-OFFICER-ID
                       TO WS-OFFICER-ID(WS-OFFICER-HIT)
               ELSE
                   DISPLAY "WARNING: more than 50 officers - "
                       "exception for " PX-CUSTOMER-ID
                       " left out of the officer lines"
               END-IF
           END-IF.

           MOVE FUNCTION NUMVAL(PX-AMOUNT-STR) TO WS-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(PX-TERM-STR) TO WS-LOAN-TERM.
           COMPUTE WS-TABLE-RATE =
               FUNCTION NUMVAL(PX-TABLE-RATE-STR) / 1000.
           COMPUTE WS-GRANTED-RATE =
               FUNCTION NUMVAL(PX-GRANTED-RATE-STR) / 1000.
           IF WS-TABLE-RATE > WS-GRANTED-RATE
               COMPUTE WS-RATE-DISCOUNT =
                   WS-TABLE-RATE - WS-GRANTED-RATE
           ELSE
               MOVE 0 TO WS-RATE-DISCOUNT
           END-IF.

           PERFORM WRITE-EXCEPTION-DETAIL.

           ADD 1 TO WS-TOTAL-COUNT.
           IF WS-OFFICER-HIT > 0
               ADD 1 TO WS-OFFICER-COUNT(WS-OFFICER-HIT)
           END-IF.

           EVALUATE PX-STATUS
               WHEN "PENDING"
                   ADD 1 TO WS-TOTAL-PENDING
                   IF WS-OFFICER-HIT > 0
                       ADD 1 TO WS-OFFICER-PENDING(WS-OFFICER-HIT)
                   END-IF
               WHEN "VETOED"
                   ADD 1 TO WS-TOTAL-VETOED
                   IF WS-OFFICER-HIT > 0
                       ADD 1 TO WS-OFFICER-VETOED(WS-OFFICER-HIT)
                   END-IF
               WHEN OTHER
                   PERFORM COMPUTE-FORGONE-INTEREST
                   ADD 1 TO WS-TOTAL-GRANTED
                   ADD WS-LOAN-AMOUNT TO WS-TOTAL-AMOUNT
                   ADD WS-LOAN-FORGONE TO WS-TOTAL-FORGONE
                   ADD WS-RATE-DISCOUNT TO WS-TOTAL-DISCOUNT
                   IF WS-OFFICER-HIT > 0
                       ADD 1 TO WS-OFFICER-GRANTED(WS-OFFICER-HIT)
                       ADD WS-LOAN-AMOUNT
                           TO WS-OFFICER-AMOUNT(WS-OFFICER-HIT)
                       ADD WS-LOAN-FORGONE
                           TO WS-OFFICER-FORGONE(WS-OFFICER-HIT)
                       ADD WS-RATE-DISCOUNT
                           TO WS-OFFICER-DISCOUNT(WS-OFFICER-HIT)
                   END-IF
           END-EVALUATE.

       MATCH-OFFICER-SLOT.
           IF WS-OFFICER-ID(WS-OFFICER-IX) = PX-OFFICER-ID
               MOVE WS-OFFICER-IX TO WS-OFFICER-HIT
           END-IF.

       COMPUTE-FORGONE-INTEREST.
      *> Interest forgone over the life of the loan: the level
      *> payment at the table rate less the level payment at the
      *> granted rate, for every month of the term.
           MOVE 0 TO WS-LOAN-FORGONE.
           IF WS-LOAN-TERM = 0 OR WS-RATE-DISCOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TABLE-RATE TO WS-CALC-RATE.
           PERFORM COMPUTE-LEVEL-PAYMENT.
           MOVE WS-CALC-PAYMENT TO WS-TABLE-PAYMENT.

           MOVE WS-GRANTED-RATE TO WS-CALC-RATE.
           PERFORM COMPUTE-LEVEL-PAYMENT.
           MOVE WS-CALC-PAYMENT TO WS-GRANTED-PAYMENT.

           IF WS-TABLE-PAYMENT > WS-GRANTED-PAYMENT
               COMPUTE WS-LOAN-FORGONE ROUNDED =
                   (WS-TABLE-PAYMENT - WS-GRANTED-PAYMENT)
                   * WS-LOAN-TERM
           END-IF.

       COMPUTE-LEVEL-PAYMENT.
           COMPUTE WS-MONTHLY-RATE = WS-CALC-RATE / 100 / 12.
           IF WS-MONTHLY-RATE = 0
      *> A 0% rate has no compounding to amortize - straight-line,
      *> the same fallback the amortization schedules use.
               COMPUTE WS-CALC-PAYMENT ROUNDED =
                   WS-LOAN-AMOUNT / WS-LOAN-TERM
           ELSE
               COMPUTE WS-GROWTH-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-LOAN-TERM
               COMPUTE WS-CALC-PAYMENT ROUNDED =
                   WS-LOAN-AMOUNT * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
           END-IF.

       WRITE-EXCEPTION-DETAIL.
           MOVE WS-TABLE-RATE TO WS-TABLE-RATE-DISPLAY.
           MOVE WS-GRANTED-RATE TO WS-GRANTED-RATE-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "  " PX-CUSTOMER-ID DELIMITED BY SIZE
               " " PX-LOAN-TIMESTAMP(1:8) DELIMITED BY SIZE
               " " PX-PRODUCT-CODE DELIMITED BY SIZE
               " " WS-TABLE-RATE-DISPLAY DELIMITED BY SIZE
               "  " WS-GRANTED-RATE-DISPLAY DELIMITED BY SIZE
               " " PX-OFFICER-ID DELIMITED BY SIZE
               " " PX-APPROVER-ID DELIMITED BY SIZE
               " " PX-STATUS DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-OFFICER-SUMMARY.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "EXCEPTION VOLUME AND FORGONE INTEREST BY OFFICER"
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "  OFFICER     COUNT GRANTD PENDNG VETOED"
               "  GRANTED AMOUNT  FORGONE INT AVG-PT"
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM WRITE-OFFICER-ENTRY
               VARYING WS-OFFICER-IX FROM 1 BY 1
               UNTIL WS-OFFICER-IX > WS-OFFICER-USED.

           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "ALL" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-COUNT TO WS-LINE-COUNT.
           MOVE WS-TOTAL-GRANTED TO WS-LINE-GRANTED.
           MOVE WS-TOTAL-PENDING TO WS-LINE-PENDING.
           MOVE WS-TOTAL-VETOED TO WS-LINE-VETOED.
           MOVE WS-TOTAL-AMOUNT TO WS-LINE-AMOUNT.
           MOVE WS-TOTAL-FORGONE TO WS-LINE-FORGONE.
           MOVE WS-TOTAL-DISCOUNT TO WS-LINE-DISCOUNT.
           PERFORM WRITE-ONE-OFFICER-LINE.

           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "  Amount, forgone interest and average discount are"
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "  over granted exceptions only (PENDING and VETOED"
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "  are counted, not costed)."
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-OFFICER-ENTRY.
           MOVE WS-OFFICER-ID(WS-OFFICER-IX) TO WS-LINE-LABEL.
           MOVE WS-OFFICER-COUNT(WS-OFFICER-IX) TO WS-LINE-COUNT.
           MOVE WS-OFFICER-GRANTED(WS-OFFICER-IX) TO WS-LINE-GRANTED.
           MOVE WS-OFFICER-PENDING(WS-OFFICER-IX) TO WS-LINE-PENDING.
           MOVE WS-OFFICER-VETOED(WS-OFFICER-IX) TO WS-LINE-VETOED.
           MOVE WS-OFFICER-AMOUNT(WS-OFFICER-IX) TO WS-LINE-AMOUNT.
           MOVE WS-OFFICER-FORGONE(WS-OFFICER-IX) TO WS-LINE-FORGONE.
           MOVE WS-OFFICER-DISCOUNT(WS-OFFICER-IX)
               TO WS-LINE-DISCOUNT.
           PERFORM WRITE-ONE-OFFICER-LINE.

       WRITE-ONE-OFFICER-LINE.
      *> No granted exceptions means no discount to average - leave
      *> it at zero rather than dividing by zero.
           IF WS-LINE-GRANTED > 0
               COMPUTE WS-AVG-DISCOUNT ROUNDED =
                   WS-LINE-DISCOUNT / WS-LINE-GRANTED
           ELSE
               MOVE 0 TO WS-AVG-DISCOUNT
           END-IF.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LINE-GRANTED TO WS-GRANTED-DISPLAY.
           MOVE WS-LINE-PENDING TO WS-PENDING-DISPLAY.
           MOVE WS-LINE-VETOED TO WS-VETOED-DISPLAY.
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-LINE-FORGONE TO WS-FORGONE-DISPLAY.
           MOVE WS-AVG-DISCOUNT TO WS-AVG-DISCOUNT-DISPLAY.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL DELIMITED BY SIZE
               " " WS-COUNT-DISPLAY DELIMITED BY SIZE
               " " WS-GRANTED-DISPLAY DELIMITED BY SIZE
               " " WS-PENDING-DISPLAY DELIMITED BY SIZE
               " " WS-VETOED-DISPLAY DELIMITED BY SIZE
               " " WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " " WS-FORGONE-DISPLAY DELIMITED BY SIZE
               " " WS-AVG-DISCOUNT-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
