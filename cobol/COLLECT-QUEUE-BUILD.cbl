      *> 30 or more days past due that has no open case yet, and
      *> maintains the cases already there:
      *>   - a case whose loan has cured (or left ACTIVE status) is
      *>     CLOSED automatically - the cash received on the loan's
      *>     record on loan-position-master.dat is the evidence
      *>   - a case whose promise-to-pay passed its date with the loan
      *>     still short is bumped to priority "H" instead of the
      *>     promise quietly vanishing
      *>   - a case still open is re-aged: its bucket and past-due
      *>     amount follow the loan as it ages (or partly catches
      *>     up), so DUNNING-LETTERS sees where the account stands
      *>     today rather than where it stood when the case opened
      *> A customer under bankruptcy or estate handling on the legal
      *> status register gets no new case - the stay or the estate
      *> process governs collection from then on.
      *> Case numbers come off collections-case-number.dat, the same
      *> persistent-counter pattern fraud-case-number.dat uses.
      *>
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT COLLECT-QUEUE-FILE ASSIGN TO FCP-COLLECT-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NUMBER-STATUS.

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

       FD  COLLECT-QUEUE-FILE.
           COPY "COLLECT-CASE-REC.cpy".
       01  CASE-NUMBER-RECORD.
           05  CN-LAST-NUMBER-STR        PIC X(8).

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Case queue work fields
       01  WS-QUEUE-STATUS               PIC XX VALUE SPACES.
       01  WS-QUEUE-NEW-STATUS           PIC XX VALUE SPACES.
       01  WS-OPENED-COUNT               PIC 9(6) VALUE 0.
       01  WS-CLOSED-COUNT               PIC 9(6) VALUE 0.
       01  WS-BUMPED-COUNT               PIC 9(6) VALUE 0.
       01  WS-REAGED-COUNT               PIC 9(6) VALUE 0.
       01  WS-LEGAL-SKIP-COUNT           PIC 9(6) VALUE 0.
       01  WS-PRIOR-BUCKET               PIC X(8) VALUE SPACES.

      *> Edited form with an explicit decimal point, so the past-due
      *> amount on the case stays NUMVAL-parseable downstream.
      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           MOVE WS-BUMPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Promises broken, priority bumped: "
               WS-COUNT-DISPLAY.
           MOVE WS-REAGED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Cases moved to a new bucket: " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SKIP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Not opened, legal status: " WS-COUNT-DISPLAY.
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
               ADD 1 TO WS-BUMPED-COUNT
           END-IF.

      *> The bucket and past-due amount track the loan as it ages -
      *> the dunning series keys off them.
           MOVE CC-BUCKET TO WS-PRIOR-BUCKET.
           PERFORM SET-CASE-AGING.
           IF CC-BUCKET NOT = WS-PRIOR-BUCKET
               ADD 1 TO WS-REAGED-COUNT
           END-IF.

       OPEN-NEW-CASES.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

      *> Bankruptcy or a death on the register stops collections
      *> from opening anything new against the customer.
           MOVE WS-EVAL-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-SKIP-COUNT
               DISPLAY "No case for " WS-EVAL-CUSTOMER-ID
                   " - legal status " FUNCTION TRIM(LGS-STATUS-TYPE)
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-COLLECTIONS-CASE.

       EVALUATE-LOAN-DELINQUENCY.
           END-IF.

       SUM-PAYMENTS-RECEIVED.
      *> Cash received to date (reversals netted) off this loan's
      *> position - one keyed READ instead of a payments-file scan.
           MOVE WS-EVAL-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE WS-EVAL-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE SPACES TO PSN-BOOK-AMOUNT-STR.
           MOVE SPACES TO PSN-BOOK-TERM-STR.
           MOVE SPACES TO PSN-BOOK-RATE-STR.
           PERFORM READ-LOAN-POSITION.
           MOVE PSN-PAID-TO-DATE TO WS-RECEIVED-TO-DATE.

       CHECK-OPEN-CASE-EXISTS.
      *> One loan, one open case: scan the queue for an undisposed
           MOVE FUNCTION CURRENT-DATE TO CC-OPENED-TS.
           MOVE WS-EVAL-CUSTOMER-ID TO CC-CUSTOMER-ID.
           MOVE WS-EVAL-LOAN-TIMESTAMP TO CC-LOAN-TIMESTAMP.
           PERFORM SET-CASE-AGING.
           MOVE "OPEN" TO CC-STATUS.
           MOVE SPACES TO CC-COLLECTOR-ID.
           MOVE "N" TO CC-PRIORITY.
               WS-EVAL-CUSTOMER-ID " (" FUNCTION TRIM(CC-BUCKET)
               ")".

       SET-CASE-AGING.
           EVALUATE TRUE
               WHEN WS-MONTHS-BEHIND = 1
                   MOVE "30 DAYS" TO CC-BUCKET
               WHEN WS-MONTHS-BEHIND = 2
                   MOVE "60 DAYS" TO CC-BUCKET
               WHEN OTHER
                   MOVE "90+ DAYS" TO CC-BUCKET
           END-EVALUATE.
           MOVE WS-SHORTFALL TO WS-PAST-DUE-EDIT.
           MOVE WS-PAST-DUE-EDIT TO CC-PAST-DUE-STR.

       ISSUE-NEXT-CASE-NUMBER.
      *> The counter file holds the last number issued; a missing
      *> file means no case has ever been numbered - the same
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
