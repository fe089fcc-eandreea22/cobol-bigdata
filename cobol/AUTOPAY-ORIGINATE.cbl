       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-ORIGINATE.
       AUTHOR. Thesis Project.

      *> AUTOPAY-ORIGINATE.cbl
      *> Daily ACH Autopay Debit Origination Batch
      *>
      *> Walks autopay-enrollment.dat and, for every ACTIVE
      *> enrollment whose scheduled debit date has arrived, sends the
      *> loan's monthly installment to the bank as an ACH debit:
      *>
      *>   - The scheduled date is the enrollment's debit day in the
      *>     month, rolled forward over weekends and bank holidays
      *>     with the business calendar the due-date math uses. A
      *>     month whose date was missed (the batch did not run)
      *>     is still debited on the next run, one month per run.
      *>   - The amount is the annuity installment LATE-FEE-ASSESS
      *>     ages against, capped at what is still scheduled to be
      *>     received on the loan, so the last debit never overshoots.
      *>     A loan no longer ACTIVE on the book is not debited, nor
      *>     is one whose borrower is under bankruptcy or estate
      *>     handling on the legal status register - the month stays
      *>     undebited, like a missed run.
      *>   - Each debit is posted to loan-payments.dat as it is sent,
      *>     split fees / interest / principal exactly as LOAN-PAYMENT
      *>     splits a hand-keyed payment, and registered PENDING on
      *>     autopay-debit-register.dat with its trace number and the
      *>     payment's posting timestamp. The payment stays pending on
      *>     the register until AUTOPAY-RETURNS either settles it
      *>     (the return window passes) or reverses it (the bank
      *>     returns it).
      *>   - The enrollment is stamped with the month debited, so a
      *>     rerun the same day never debits a loan twice.
      *>
      *> Only ACTIVE enrollments are held in memory, up to 2000 of
      *> them; canceled and dropped ones are copied through unchanged
      *> when the file is written back. More than 2000 ACTIVE
      *> enrollments stops the run before anything is debited.
      *>
      *> The outbound debit file for the bank is rebuilt from the
      *> register on every run - header, one detail per debit
      *> originated this business date, and a trailer with the count
      *> and total - so a rerun hands the bank one complete file.
      *>
      *> Invocation: AUTOPAY-ORIGINATE
      *> Example: ./autopay-originate
      *>
      *> Output: autopay-debit-file.dat (rebuilt),
      *>         autopay-debit-register.dat (appended),
      *>         loan-payments.dat (appended),
      *>         loan-position-master.dat (updated),
      *>         autopay-enrollment.dat (rewritten),
      *>         autopay-origination.txt

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

           SELECT ACCRUAL-LEDGER-FILE
               ASSIGN TO FCP-ACCRUAL-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT ENROLL-FILE ASSIGN TO FCP-AUTOPAY-ENROLL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ENROLL-NEW-FILE
               ASSIGN TO "autopay-enrollment.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-NEW-STATUS.

           SELECT DEBIT-REGISTER-FILE ASSIGN TO FCP-AUTOPAY-DEBITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OUTBOUND-FILE ASSIGN TO FCP-AUTOPAY-OUTBOUND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT ORIGINATION-REPORT-FILE
               ASSIGN TO "autopay-origination.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

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

       FD  ACCRUAL-LEDGER-FILE.
           COPY "ACCRUAL-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  ENROLL-FILE.
           COPY "AUTOPAY-ENROLL-REC.cpy".

       FD  ENROLL-NEW-FILE.
       01  ENROLL-NEW-RECORD             PIC X(94).

       FD  DEBIT-REGISTER-FILE.
           COPY "AUTOPAY-DEBIT-REC.cpy".

       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD               PIC X(100).

       FD  ORIGINATION-REPORT-FILE.
       01  ORIGINATION-REPORT-RECORD     PIC X(100).

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Run date work fields
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-NUM                  PIC 9(8) VALUE 0.
       01  WS-CUR-PERIOD                 PIC 9(6) VALUE 0.
       01  WS-PREV-PERIOD                PIC 9(6) VALUE 0.

      *> Enrollment table: the ACTIVE enrollments are held for the
      *> run (under the file's lock) and written back once with the
      *> months debited; the rest of the file streams through.
      *> Each entry has the 94-byte layout of AUTOPAY-ENROLL-REC.
       01  WS-ENROLL-STATUS              PIC XX VALUE SPACES.
       01  WS-ENROLL-NEW-STATUS          PIC XX VALUE SPACES.
       01  WS-ENROLL-EOF                 PIC X VALUE "N".
           88  ENROLL-AT-EOF             VALUE "Y".
       01  WS-ENROLL-COUNT               PIC 9(4) VALUE 0.
       01  WS-ENROLL-IX                  PIC 9(4) VALUE 0.
       01  WS-ENROLL-PUT                 PIC 9(4) VALUE 0.
       01  WS-ENROLL-TABLE.
           05  WS-EN-ENTRY OCCURS 2000 TIMES.
               10  WS-EN-CUSTOMER-ID     PIC X(10).
               10  WS-EN-LOAN-TS         PIC X(21).
               10  WS-EN-ROUTING         PIC X(9).
               10  WS-EN-ACCOUNT         PIC X(17).
               10  WS-EN-TYPE            PIC X.
               10  WS-EN-DEBIT-DAY       PIC X(2).
               10  WS-EN-STATUS          PIC X(8).
               10  WS-EN-RETURNS         PIC X(2).
               10  WS-EN-ENROLLED        PIC X(8).
               10  WS-EN-UPDATED-BY      PIC X(10).
               10  WS-EN-LAST-PERIOD     PIC X(6).

      *> Schedule work fields
       01  WS-DEBIT-DAY                  PIC 9(2) VALUE 0.
       01  WS-TRY-PERIOD                 PIC 9(6) VALUE 0.
       01  WS-SCHED-DATE                 PIC 9(8) VALUE 0.
       01  WS-ROLLED-DATE                PIC 9(8) VALUE 0.
       01  WS-DUE-PERIOD                 PIC 9(6) VALUE 0.
       01  WS-DUE-DEBIT-DATE             PIC 9(8) VALUE 0.
       01  WS-DEBIT-DUE                  PIC X VALUE "N".
           88  DEBIT-IS-DUE              VALUE "Y".

      *> Loan book lookup work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-OPEN             PIC X VALUE "N".
           88  LOAN-BOOK-IS-OPEN         VALUE "Y".

      *> Installment work fields (the same annuity math
      *> LATE-FEE-ASSESS applies)
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-LOAN-TERM                  PIC 9(3) VALUE 0.
       01  WS-LOAN-RATE                  PIC 9V9(4) VALUE 0.
       01  WS-MONTHLY-RATE               PIC 9V9(8) VALUE 0.
       01  WS-GROWTH-FACTOR              PIC 9(4)V9(8) VALUE 0.
       01  WS-ANNUITY-WORK               PIC 9(8)V9(8) VALUE 0.
       01  WS-MONTHLY-PAYMENT            PIC 9(8)V99 VALUE 0.
       01  WS-SCHEDULED-TOTAL            PIC 9(10)V99 VALUE 0.
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-REMAINING                  PIC S9(10)V99 VALUE 0.

      *> Payment file work fields
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-PAYMENT-TS                 PIC X(21) VALUE SPACES.
       01  WS-LAST-PAYMENT-TS            PIC X(21) VALUE SPACES.

      *> Allocation work fields: the debit settles open assessed
      *> fees first, then the open accrued interest on the ledger,
      *> and only the remainder retires principal.
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-FEES-ASSESSED              PIC S9(10)V99 VALUE 0.
       01  WS-FEES-PAID                  PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-FEES                  PIC 9(10)V99 VALUE 0.
       01  WS-FEE-PORTION                PIC 9(8)V99 VALUE 0.
       01  WS-AFTER-FEES                 PIC 9(8)V99 VALUE 0.
       01  WS-ACCRUAL-STATUS             PIC XX VALUE SPACES.
       01  WS-ACCRUAL-EOF                PIC X VALUE "N".
           88  ACCRUAL-AT-EOF            VALUE "Y".
       01  WS-ACCRUED-TO-DATE            PIC 9(10)V99 VALUE 0.
       01  WS-INTEREST-PAID              PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-INTEREST              PIC 9(10)V99 VALUE 0.
       01  WS-INTEREST-PORTION           PIC 9(8)V99 VALUE 0.
       01  WS-PRINCIPAL-PORTION          PIC 9(8)V99 VALUE 0.
       01  WS-DEBIT-AMOUNT               PIC 9(8)V99 VALUE 0.

      *> Edited forms with an explicit decimal point, so the amounts
      *> on the payment and register records stay NUMVAL-parseable
      *> by downstream readers.
       01  WS-PORTION-EDIT               PIC 9(8).99.
       01  WS-TOTAL-EDIT                 PIC 9(10).99.

      *> Debit register work fields
       01  WS-REGISTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-EOF               PIC X VALUE "N".
           88  REGISTER-AT-EOF           VALUE "Y".
       01  WS-TRACE-SEQ                  PIC 9(7) VALUE 0.
       01  WS-TRACE-NUM                  PIC 9(7) VALUE 0.
       01  WS-TRACE                      PIC X(15) VALUE SPACES.

      *> Outbound file work fields
       01  WS-OUTBOUND-STATUS            PIC XX VALUE SPACES.
       01  WS-FILE-COUNT                 PIC 9(6) VALUE 0.
       01  WS-FILE-TOTAL                 PIC 9(10)V99 VALUE 0.
       01  WS-ACCOUNT-HOLD               PIC X(17) VALUE SPACES.
       01  WS-ROUTING-HOLD               PIC X(9) VALUE SPACES.
       01  WS-TYPE-HOLD                  PIC X VALUE SPACE.

      *> Run totals
       01  WS-ORIGINATED-COUNT           PIC 9(6) VALUE 0.
       01  WS-ORIGINATED-TOTAL           PIC 9(10)V99 VALUE 0.
       01  WS-NOT-DUE-COUNT              PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-LEGAL-SKIP-COUNT           PIC 9(6) VALUE 0.
       01  WS-SKIP-REASON                PIC X(30) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.
       01  WS-HELD-LOCK-TARGET           PIC X(200) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DEBIT-DISPLAY              PIC ZZ,ZZZ,ZZ9.99.

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

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "AUTOPAY-ORIGINA" TO FLK-PROGRAM-NAME.
           PERFORM LOAD-BUSINESS-CALENDAR.

           DISPLAY "========================================".
           DISPLAY "ACH AUTOPAY DEBIT ORIGINATION".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           MOVE WS-TODAY(1:6) TO WS-CUR-PERIOD.
           IF WS-CUR-PERIOD(5:2) = "01"
               COMPUTE WS-PREV-PERIOD = WS-CUR-PERIOD - 89
           ELSE
               COMPUTE WS-PREV-PERIOD = WS-CUR-PERIOD - 1
           END-IF.

      *> The enrollment file is held for the whole run: an enroll
      *> or cancel landing between the load and the write-back
      *> would otherwise be lost when the table is written back.
           MOVE FCP-AUTOPAY-ENROLL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: autopay-enrollment.dat is locked - "
                   "no debits originated; rerun later"
               MOVE "REJECTED - ENROLLMENT_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ENROLLMENTS.
           PERFORM FIND-NEXT-TRACE-SEQ.

           OPEN OUTPUT ORIGINATION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "Y" TO WS-LOAN-BOOK-OPEN
           END-IF.

           PERFORM ORIGINATE-ONE-ENROLLMENT
               VARYING WS-ENROLL-IX FROM 1 BY 1
               UNTIL WS-ENROLL-IX > WS-ENROLL-COUNT.

           IF LOAN-BOOK-IS-OPEN
               CLOSE LOAN-BOOK-FILE
           END-IF.

           IF WS-ORIGINATED-COUNT > 0
               PERFORM REWRITE-ENROLLMENTS
           END-IF.
           PERFORM RELEASE-FILE-LOCK.

           PERFORM BUILD-OUTBOUND-FILE.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ORIGINATION-REPORT-FILE.

           MOVE WS-ORIGINATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-ORIGINATED-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "Originated " WS-COUNT-DISPLAY " debits totaling $"
               WS-AMOUNT-DISPLAY.
           IF WS-SKIPPED-COUNT > 0
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Skipped " WS-COUNT-DISPLAY " due enrollments "
                   "- see autopay-origination.txt"
           END-IF.
           IF WS-LEGAL-SKIP-COUNT > 0
               MOVE WS-LEGAL-SKIP-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Legal status, not debited: " WS-COUNT-DISPLAY
           END-IF.
           DISPLAY "Report written to autopay-origination.txt".
           DISPLAY "========================================".

           MOVE WS-ORIGINATED-COUNT TO WS-COUNT-DISPLAY.
           STRING "ORIGINATED - " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-ENROLLMENTS.
      *> A missing enrollment file just means nobody is enrolled.
           MOVE 0 TO WS-ENROLL-COUNT.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ENROLL-EOF.
           PERFORM READ-ENROLL-RECORD
               UNTIL ENROLL-AT-EOF.

           CLOSE ENROLL-FILE.

       READ-ENROLL-RECORD.
           READ ENROLL-FILE
               AT END
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT AT END
                   IF AE-STATUS = "ACTIVE"
                       PERFORM HOLD-ACTIVE-ENROLLMENT
                   END-IF
           END-READ.

       HOLD-ACTIVE-ENROLLMENT.
           IF WS-ENROLL-COUNT < 2000
               ADD 1 TO WS-ENROLL-COUNT
               MOVE AUTOPAY-ENROLL-RECORD
                   TO WS-EN-ENTRY(WS-ENROLL-COUNT)
           ELSE
      *> Writing back a truncated table would lose enrollments, so
      *> too many to hold stops the run cold.
               DISPLAY "ERROR: more than 2000 ACTIVE enrollments "
                   "- no debits originated"
               CLOSE ENROLL-FILE
               PERFORM RELEASE-FILE-LOCK
               MOVE "REJECTED - ENROLLMENT_FULL" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-NEXT-TRACE-SEQ.
      *> Trace numbers are the business date plus a sequence that
      *> carries on from the highest one already issued today, so a
      *> second run the same day never reissues a trace the bank
      *> has already seen.
           MOVE 0 TO WS-TRACE-SEQ.
           OPEN INPUT DEBIT-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-FOR-SEQ
               UNTIL REGISTER-AT-EOF.

           CLOSE DEBIT-REGISTER-FILE.

       READ-REGISTER-FOR-SEQ.
           READ DEBIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF AD-TRACE(1:8) = WS-TODAY
                       AND AD-TRACE(9:7) IS NUMERIC
                       MOVE AD-TRACE(9:7) TO WS-TRACE-NUM
                       IF WS-TRACE-NUM > WS-TRACE-SEQ
                           MOVE WS-TRACE-NUM TO WS-TRACE-SEQ
                       END-IF
                   END-IF
           END-READ.

       ORIGINATE-ONE-ENROLLMENT.
           IF WS-EN-STATUS(WS-ENROLL-IX) NOT = "ACTIVE"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-EN-DEBIT-DAY(WS-ENROLL-IX))
               TO WS-DEBIT-DAY.
           IF WS-DEBIT-DAY < 1 OR WS-DEBIT-DAY > 28
               MOVE "BAD DEBIT DAY ON ENROLLMENT" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.

      *> Last month first: a scheduled date the batch never reached
      *> (a missed run, or a roll past month end) is still owed.
           MOVE "N" TO WS-DEBIT-DUE.
           MOVE WS-PREV-PERIOD TO WS-TRY-PERIOD.
           PERFORM CHECK-PERIOD-DUE.
           IF NOT DEBIT-IS-DUE
               MOVE WS-CUR-PERIOD TO WS-TRY-PERIOD
               PERFORM CHECK-PERIOD-DUE
           END-IF.
           IF NOT DEBIT-IS-DUE
               ADD 1 TO WS-NOT-DUE-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ENROLLED-LOAN.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               MOVE "LOAN NOT ON BOOK" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.
           IF LB-STATUS NOT = "ACTIVE"
               MOVE SPACES TO WS-SKIP-REASON
               STRING "LOAN IS " LB-STATUS
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-STRING
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.

      *> A bankruptcy stay or a death on the register stops the
      *> debit.
           MOVE LB-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-SKIP-COUNT
               MOVE SPACES TO WS-SKIP-REASON
               STRING "LEGAL STATUS " LGS-STATUS-TYPE
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-STRING
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-DEBIT-AMOUNT.
           IF WS-DEBIT-AMOUNT = 0
               MOVE "NOTHING LEFT TO COLLECT" TO WS-SKIP-REASON
               PERFORM WRITE-SKIP-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM ALLOCATE-PAYMENT-SPLIT.
           PERFORM RECORD-LOAN-PAYMENT.
           PERFORM REGISTER-DEBIT.

           MOVE WS-DUE-PERIOD TO WS-EN-LAST-PERIOD(WS-ENROLL-IX).
           ADD 1 TO WS-ORIGINATED-COUNT.
           ADD WS-DEBIT-AMOUNT TO WS-ORIGINATED-TOTAL.
           PERFORM WRITE-DEBIT-LINE.

       CHECK-PERIOD-DUE.
      *> A month is due once its rolled debit date has arrived, as
      *> long as it has not been debited already and the loan was
      *> enrolled by the (unrolled) debit day - enrolling on the
      *> 10th for a debit day of the 5th starts next month.
           IF WS-EN-LAST-PERIOD(WS-ENROLL-IX) NOT = SPACES
               AND WS-EN-LAST-PERIOD(WS-ENROLL-IX) >= WS-TRY-PERIOD
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SCHED-DATE = WS-TRY-PERIOD * 100 + WS-DEBIT-DAY.
           IF WS-EN-ENROLLED(WS-ENROLL-IX) > WS-SCHED-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SCHED-DATE TO CAL-DATE-IN.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CAL-DATE-OUT TO WS-ROLLED-DATE.
           IF WS-ROLLED-DATE > WS-TODAY-NUM
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-DEBIT-DUE.
           MOVE WS-TRY-PERIOD TO WS-DUE-PERIOD.
           MOVE WS-ROLLED-DATE TO WS-DUE-DEBIT-DATE.

       READ-ENROLLED-LOAN.
           IF NOT LOAN-BOOK-IS-OPEN
               MOVE "35" TO WS-LOAN-BOOK-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EN-CUSTOMER-ID(WS-ENROLL-IX) TO LB-CUSTOMER-ID.
           MOVE WS-EN-LOAN-TS(WS-ENROLL-IX) TO LB-TIMESTAMP.
           READ LOAN-BOOK-FILE
               INVALID KEY CONTINUE
           END-READ.

       COMPUTE-DEBIT-AMOUNT.
      *> The installment is the annuity payment the delinquency and
      *> late-fee math expect each month, capped at whatever is
      *> still scheduled to come in on the loan (term x installment
      *> less everything received, reversals netted).
           MOVE 0 TO WS-DEBIT-AMOUNT.
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

           PERFORM COMPUTE-MONTHLY-PAYMENT.
           COMPUTE WS-SCHEDULED-TOTAL =
               WS-LOAN-TERM * WS-MONTHLY-PAYMENT.

           PERFORM SUM-PAYMENTS-RECEIVED.
           COMPUTE WS-REMAINING =
               WS-SCHEDULED-TOTAL - WS-RECEIVED-TO-DATE.
           IF WS-REMAINING <= 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-REMAINING < WS-MONTHLY-PAYMENT
               MOVE WS-REMAINING TO WS-DEBIT-AMOUNT
           ELSE
               MOVE WS-MONTHLY-PAYMENT TO WS-DEBIT-AMOUNT
           END-IF.

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
           MOVE 0 TO WS-RECEIVED-TO-DATE.
           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-PAYMENT-FOR-RECEIVED
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-FOR-RECEIVED.
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

       ALLOCATE-PAYMENT-SPLIT.
      *> Cash applies the way LOAN-PAYMENT applies it: open assessed
      *> fees first, then open accrued interest, and only the
      *> remainder retires principal.
           PERFORM SUM-OPEN-FEES.
           PERFORM SUM-ACCRUED-INTEREST.
           PERFORM SUM-INTEREST-PAID.

           IF WS-DEBIT-AMOUNT > WS-OPEN-FEES
               MOVE WS-OPEN-FEES TO WS-FEE-PORTION
           ELSE
               MOVE WS-DEBIT-AMOUNT TO WS-FEE-PORTION
           END-IF.
           COMPUTE WS-AFTER-FEES =
               WS-DEBIT-AMOUNT - WS-FEE-PORTION.

           IF WS-INTEREST-PAID >= WS-ACCRUED-TO-DATE
               MOVE 0 TO WS-OPEN-INTEREST
           ELSE
               COMPUTE WS-OPEN-INTEREST =
                   WS-ACCRUED-TO-DATE - WS-INTEREST-PAID
           END-IF.

           IF WS-AFTER-FEES > WS-OPEN-INTEREST
               MOVE WS-OPEN-INTEREST TO WS-INTEREST-PORTION
           ELSE
               MOVE WS-AFTER-FEES TO WS-INTEREST-PORTION
           END-IF.
           COMPUTE WS-PRINCIPAL-PORTION =
               WS-AFTER-FEES - WS-INTEREST-PORTION.

       SUM-OPEN-FEES.
           MOVE 0 TO WS-FEES-ASSESSED.
           MOVE 0 TO WS-FEES-PAID.

           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS = "00"
               PERFORM READ-FEE-RECORD
                   UNTIL FEE-AT-EOF
               CLOSE FEE-LEDGER-FILE
           END-IF.

           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM READ-PAYMENT-FOR-FEES
                   UNTIL PAYMENT-AT-EOF
               CLOSE LOAN-PAYMENT-FILE
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

       READ-PAYMENT-FOR-FEES.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND LP-LOAN-TIMESTAMP = LB-TIMESTAMP
                       AND LP-FEE-STR NOT = SPACES
                       ADD FUNCTION NUMVAL(LP-FEE-STR)
                           TO WS-FEES-PAID
                   END-IF
           END-READ.

       SUM-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCRUED-TO-DATE.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-LEDGER-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ACCRUAL-RECORD
               UNTIL ACCRUAL-AT-EOF.

           CLOSE ACCRUAL-LEDGER-FILE.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF
               NOT AT END
                   IF AL-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND AL-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD FUNCTION NUMVAL(AL-ACCRUED-STR)
                           TO WS-ACCRUED-TO-DATE
                   END-IF
           END-READ.

       SUM-INTEREST-PAID.
           MOVE 0 TO WS-INTEREST-PAID.
           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-PAYMENT-FOR-INTEREST
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-FOR-INTEREST.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND LP-LOAN-TIMESTAMP = LB-TIMESTAMP
                       AND LP-INTEREST-STR NOT = SPACES
                       ADD FUNCTION NUMVAL(LP-INTEREST-STR)
                           TO WS-INTEREST-PAID
                   END-IF
           END-READ.

       RECORD-LOAN-PAYMENT.
      *> The posting timestamp is what AUTOPAY-RETURNS (like
      *> PAYMENT-REVERSE) identifies the payment by, so two debits
      *> posted within the same hundredth of a second must not
      *> share one - wait out the clock tick instead. The date part
      *> is the business date, which GL-POSTING selects the day by.
           PERFORM NEXT-PAYMENT-TIMESTAMP.
           PERFORM NEXT-PAYMENT-TIMESTAMP
               UNTIL WS-PAYMENT-TS NOT = WS-LAST-PAYMENT-TS.
           MOVE WS-PAYMENT-TS TO WS-LAST-PAYMENT-TS.

           MOVE WS-PAYMENT-TS TO LP-TIMESTAMP.
           MOVE LB-CUSTOMER-ID TO LP-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO LP-LOAN-TIMESTAMP.
           MOVE WS-DEBIT-AMOUNT TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO LP-AMOUNT-STR.
           MOVE WS-INTEREST-PORTION TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO LP-INTEREST-STR.
           MOVE WS-PRINCIPAL-PORTION TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO LP-PRINCIPAL-STR.
           MOVE WS-FEE-PORTION TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO LP-FEE-STR.
           MOVE SPACES TO LP-REVERSAL-OF.
           PERFORM STAGE-PAYMENT-POSITION.

      *> Same lock discipline as LOAN-PAYMENT: if the lock cannot be
      *> had, the payment is appended anyway after the conflicting
      *> program is named. The enrollment lock stays held: the
      *> single-slot lock fields are saved and restored around the
      *> nested acquire the way TABLE-MAINTAIN does it.
           MOVE FLK-TARGET-NAME TO WS-HELD-LOCK-TARGET.
           MOVE FCP-LOAN-PAYMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF.
           WRITE LOAN-PAYMENT-RECORD.
           CLOSE LOAN-PAYMENT-FILE.

           PERFORM RELEASE-FILE-LOCK.
           MOVE WS-HELD-LOCK-TARGET TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.

      *> The same amounts go onto the loan's position in the same run.
           PERFORM POST-PAYMENT-TO-POSITION.

       STAGE-PAYMENT-POSITION.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE LP-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LP-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LP-AMOUNT-STR TO PSN-PAY-AMOUNT-STR.
           MOVE LP-INTEREST-STR TO PSN-PAY-INTEREST-STR.
           MOVE LP-PRINCIPAL-STR TO PSN-PAY-PRINCIPAL-STR.
           MOVE LP-FEE-STR TO PSN-PAY-FEE-STR.
           MOVE LP-TIMESTAMP(1:8) TO PSN-PAYMENT-DATE.

       NEXT-PAYMENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-PAYMENT-TS.
           MOVE WS-TODAY TO WS-PAYMENT-TS(1:8).

       REGISTER-DEBIT.
           ADD 1 TO WS-TRACE-SEQ.
           MOVE SPACES TO WS-TRACE.
           STRING WS-TODAY WS-TRACE-SEQ
               DELIMITED BY SIZE INTO WS-TRACE
           END-STRING.

           MOVE WS-TRACE TO AD-TRACE.
           MOVE LB-CUSTOMER-ID TO AD-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO AD-LOAN-TIMESTAMP.
           MOVE WS-DEBIT-AMOUNT TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO AD-AMOUNT-STR.
           MOVE WS-DUE-DEBIT-DATE TO AD-DEBIT-DATE.
           MOVE WS-PAYMENT-TS TO AD-PAYMENT-TS.
           MOVE "PENDING" TO AD-STATUS.
           MOVE SPACES TO AD-RETURN-CODE.
           MOVE WS-TODAY TO AD-STATUS-DATE.

      *> Appended even without the register lock, for the same
      *> reason as the payment: a posted payment with no register
      *> entry could never be settled or returned.
           MOVE FLK-TARGET-NAME TO WS-HELD-LOCK-TARGET.
           MOVE FCP-AUTOPAY-DEBITS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND DEBIT-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT DEBIT-REGISTER-FILE
           END-IF.
           WRITE AUTOPAY-DEBIT-RECORD.
           CLOSE DEBIT-REGISTER-FILE.

           PERFORM RELEASE-FILE-LOCK.
           MOVE WS-HELD-LOCK-TARGET TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.

       REWRITE-ENROLLMENTS.
      *> Copied through under the lock taken at the start of the
      *> run, each ACTIVE enrollment replaced by its table entry
      *> (they were loaded in file order), then swapped into place.
           OPEN INPUT ENROLL-FILE.
           OPEN OUTPUT ENROLL-NEW-FILE.
           MOVE 0 TO WS-ENROLL-PUT.
           MOVE "N" TO WS-ENROLL-EOF.
           PERFORM WRITE-ONE-ENROLLMENT
               UNTIL ENROLL-AT-EOF.
           CLOSE ENROLL-FILE.
           CLOSE ENROLL-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f autopay-enrollment.new "
               FUNCTION TRIM(FCP-AUTOPAY-ENROLL)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

       WRITE-ONE-ENROLLMENT.
           READ ENROLL-FILE
               AT END
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT AT END
                   MOVE AUTOPAY-ENROLL-RECORD TO ENROLL-NEW-RECORD
                   IF AE-STATUS = "ACTIVE"
                       AND WS-ENROLL-PUT < WS-ENROLL-COUNT
                       ADD 1 TO WS-ENROLL-PUT
                       MOVE WS-EN-ENTRY(WS-ENROLL-PUT)
                           TO ENROLL-NEW-RECORD
                   END-IF
                   WRITE ENROLL-NEW-RECORD
           END-READ.

       BUILD-OUTBOUND-FILE.
      *> Every debit originated this business date, from the
      *> register, so a second run the same day hands the bank one
      *> complete file rather than two overlapping ones. The bank
      *> account details come from the enrollment table, or from
      *> the enrollment file for one canceled since it was debited.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILE-TOTAL.
           OPEN OUTPUT OUTBOUND-FILE.

           MOVE SPACES TO OUTBOUND-RECORD.
           STRING "H" WS-TODAY "AUTOPAY LOAN INSTALLMENT DEBITS"
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING.
           WRITE OUTBOUND-RECORD.

           OPEN INPUT DEBIT-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM READ-REGISTER-FOR-FILE
                   UNTIL REGISTER-AT-EOF
               CLOSE DEBIT-REGISTER-FILE
           END-IF.

           MOVE WS-FILE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO OUTBOUND-RECORD.
           STRING "T" WS-TODAY WS-FILE-COUNT WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING.
           WRITE OUTBOUND-RECORD.

           CLOSE OUTBOUND-FILE.

       READ-REGISTER-FOR-FILE.
           READ DEBIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF AD-TRACE(1:8) = WS-TODAY
                       PERFORM WRITE-OUTBOUND-DETAIL
                   END-IF
           END-READ.

       WRITE-OUTBOUND-DETAIL.
           MOVE SPACES TO WS-ROUTING-HOLD.
           MOVE SPACES TO WS-ACCOUNT-HOLD.
           MOVE SPACE TO WS-TYPE-HOLD.
           PERFORM FIND-DEBIT-ACCOUNT
               VARYING WS-ENROLL-IX FROM 1 BY 1
               UNTIL WS-ENROLL-IX > WS-ENROLL-COUNT
                   OR WS-ROUTING-HOLD NOT = SPACES.
           IF WS-ROUTING-HOLD = SPACES
               PERFORM FIND-DEBIT-ACCOUNT-ON-FILE
           END-IF.

           MOVE SPACES TO OUTBOUND-RECORD.
           STRING "D" AD-TRACE WS-ROUTING-HOLD WS-ACCOUNT-HOLD
               WS-TYPE-HOLD AD-AMOUNT-STR AD-DEBIT-DATE
               AD-CUSTOMER-ID
               DELIMITED BY SIZE INTO OUTBOUND-RECORD
           END-STRING.
           WRITE OUTBOUND-RECORD.

           ADD 1 TO WS-FILE-COUNT.
           ADD FUNCTION NUMVAL(AD-AMOUNT-STR) TO WS-FILE-TOTAL.

       FIND-DEBIT-ACCOUNT.
           IF WS-EN-CUSTOMER-ID(WS-ENROLL-IX) = AD-CUSTOMER-ID
               AND WS-EN-LOAN-TS(WS-ENROLL-IX) = AD-LOAN-TIMESTAMP
               MOVE WS-EN-ROUTING(WS-ENROLL-IX) TO WS-ROUTING-HOLD
               MOVE WS-EN-ACCOUNT(WS-ENROLL-IX) TO WS-ACCOUNT-HOLD
               MOVE WS-EN-TYPE(WS-ENROLL-IX) TO WS-TYPE-HOLD
           END-IF.

       FIND-DEBIT-ACCOUNT-ON-FILE.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ENROLL-EOF.
           PERFORM READ-ENROLL-FOR-ACCOUNT
               UNTIL ENROLL-AT-EOF
                   OR WS-ROUTING-HOLD NOT = SPACES.
           CLOSE ENROLL-FILE.

       READ-ENROLL-FOR-ACCOUNT.
           READ ENROLL-FILE
               AT END
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT AT END
                   IF AE-CUSTOMER-ID = AD-CUSTOMER-ID
                       AND AE-LOAN-TIMESTAMP = AD-LOAN-TIMESTAMP
                       MOVE AE-ROUTING-NUMBER TO WS-ROUTING-HOLD
                       MOVE AE-ACCOUNT-NUMBER TO WS-ACCOUNT-HOLD
                       MOVE AE-ACCOUNT-TYPE TO WS-TYPE-HOLD
                   END-IF
           END-READ.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "ACH AUTOPAY ORIGINATION - BUSINESS DATE " WS-TODAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO ORIGINATION-REPORT-RECORD.
           WRITE ORIGINATION-REPORT-RECORD.
           MOVE "TRACE           CUSTOMER    DEBIT DATE        AMOUNT"
               TO ORIGINATION-REPORT-RECORD.
           WRITE ORIGINATION-REPORT-RECORD.

       WRITE-DEBIT-LINE.
           MOVE WS-DEBIT-AMOUNT TO WS-DEBIT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING WS-TRACE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LB-CUSTOMER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DUE-DEBIT-DATE DELIMITED BY SIZE
               "  $" DELIMITED BY SIZE
               WS-DEBIT-DISPLAY DELIMITED BY SIZE
               INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

       WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "SKIPPED         " DELIMITED BY SIZE
               WS-EN-CUSTOMER-ID(WS-ENROLL-IX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SKIP-REASON DELIMITED BY SIZE
               INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-ORIGINATED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "Debits originated:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-ORIGINATED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "Total originated:   $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "Due but skipped:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-LEGAL-SKIP-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "  legal status:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-NOT-DUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "Not yet due:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

           MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-FILE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO ORIGINATION-REPORT-RECORD.
           STRING "Outbound file:      " WS-COUNT-DISPLAY
               " debits, $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO ORIGINATION-REPORT-RECORD
           END-STRING.
           WRITE ORIGINATION-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "AUTOPAY-ORIGINA" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "AUTOPAY_ORIGINATE" TO AT-ACTION.
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

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".
