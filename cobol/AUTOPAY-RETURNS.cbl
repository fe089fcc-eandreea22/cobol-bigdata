       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-RETURNS.
       AUTHOR. Thesis Project.

      *> AUTOPAY-RETURNS.cbl
      *> Daily ACH Autopay Returns Intake
      *>
      *> Takes the bank's returns file (autopay-returns.dat) and
      *> undoes every autopay debit the bank could not collect:
      *>
      *>   - The payment AUTOPAY-ORIGINATE posted for the debit is
      *>     reversed exactly the way PAYMENT-REVERSE reverses one -
      *>     a negated record on loan-payments.dat pointing back at
      *>     the original through LP-REVERSAL-OF - unless someone
      *>     has already reversed it by hand.
      *>   - An NSF fee is charged on loan-fee-ledger.dat, where
      *>     LOAN-PAYMENT settles it first out of the next payment.
      *>   - The debit is marked RETURNED on the register with the
      *>     bank's reason code, and the enrollment's returned-debit
      *>     count goes up; at the configured limit the enrollment is
      *>     DROPPED and no further debits are sent until the
      *>     borrower re-enrolls.
      *>
      *> A return quoting a trace the register does not know, or a
      *> debit already returned or settled, is listed as an
      *> exception and changes nothing - so a returns file fed twice
      *> is harmless. PENDING debits older than the settle window are
      *> then marked SETTLED: the bank can no longer return them.
      *>
      *> Only the open part of each file is held in memory: up to
      *> 5000 PENDING debits and 2000 ACTIVE enrollments. Settled and
      *> returned debits, and canceled or dropped enrollments, are
      *> copied through unchanged when the files are written back,
      *> so the closed history can grow without limit. More open
      *> entries than that stops the run before anything changes.
      *> A return against an enrollment no longer ACTIVE is reversed
      *> and charged as usual but not added to its returned count.
      *>
      *> autopay-config.dat holds one line of three blank-delimited
      *> numbers - NSF fee, returns before the enrollment is dropped,
      *> settle window in days (e.g. "25.00 2 5"). A missing config
      *> file defaults to those values.
      *>
      *> Runs in the nightly batch ahead of AUTOPAY-ORIGINATE, so a
      *> loan dropped tonight is not debited again tonight.
      *>
      *> Invocation: AUTOPAY-RETURNS
      *> Example: ./autopay-returns
      *>
      *> Output: autopay-debit-register.dat (rewritten),
      *>         autopay-enrollment.dat (rewritten),
      *>         loan-payments.dat (appended),
      *>         loan-fee-ledger.dat (appended),
      *>         loan-position-master.dat (updated),
      *>         autopay-returns-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT AUTOPAY-CONFIG-FILE ASSIGN TO FCP-AUTOPAY-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT RETURNS-FILE ASSIGN TO FCP-AUTOPAY-RETURNS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.

           SELECT DEBIT-REGISTER-FILE ASSIGN TO FCP-AUTOPAY-DEBITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REGISTER-NEW-FILE
               ASSIGN TO "autopay-debit-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-NEW-STATUS.

           SELECT ENROLL-FILE ASSIGN TO FCP-AUTOPAY-ENROLL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ENROLL-NEW-FILE
               ASSIGN TO "autopay-enrollment.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-NEW-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT RETURNS-REPORT-FILE
               ASSIGN TO "autopay-returns-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  AUTOPAY-CONFIG-FILE.
       01  AUTOPAY-CONFIG-RECORD         PIC X(80).

       FD  RETURNS-FILE.
           COPY "AUTOPAY-RETURN-REC.cpy".

       FD  DEBIT-REGISTER-FILE.
           COPY "AUTOPAY-DEBIT-REC.cpy".

       FD  REGISTER-NEW-FILE.
       01  REGISTER-NEW-RECORD           PIC X(109).

       FD  ENROLL-FILE.
           COPY "AUTOPAY-ENROLL-REC.cpy".

       FD  ENROLL-NEW-FILE.
       01  ENROLL-NEW-RECORD             PIC X(94).

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  RETURNS-REPORT-FILE.
       01  RETURNS-REPORT-RECORD         PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Run date work fields
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-DAYS                 PIC 9(7) VALUE 0.
       01  WS-DEBIT-DAYS                 PIC 9(7) VALUE 0.

      *> Autopay configuration work fields
       01  WS-CONFIG-STATUS              PIC XX VALUE SPACES.
       01  WS-CFG-FEE-STR                PIC X(15) VALUE SPACES.
       01  WS-CFG-MAX-STR                PIC X(5) VALUE SPACES.
       01  WS-CFG-SETTLE-STR             PIC X(5) VALUE SPACES.
       01  WS-NSF-FEE                    PIC 9(6)V99 VALUE 25.00.
       01  WS-MAX-RETURNS                PIC 9(2) VALUE 2.
       01  WS-SETTLE-DAYS                PIC 9(3) VALUE 5.

      *> Returns file work fields
       01  WS-RETURNS-STATUS             PIC XX VALUE SPACES.
       01  WS-RETURNS-EOF                PIC X VALUE "N".
           88  RETURNS-AT-EOF            VALUE "Y".

      *> Debit register table: the PENDING debits, held for the run
      *> under the register's lock and written back once; the rest
      *> of the register streams through. Each entry has the
      *> 109-byte layout of AUTOPAY-DEBIT-REC.
       01  WS-REGISTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-NEW-STATUS        PIC XX VALUE SPACES.
       01  WS-REGISTER-EOF               PIC X VALUE "N".
           88  REGISTER-AT-EOF           VALUE "Y".
       01  WS-DEBIT-COUNT                PIC 9(5) VALUE 0.
       01  WS-DEBIT-IX                   PIC 9(5) VALUE 0.
       01  WS-DEBIT-MATCH                PIC 9(5) VALUE 0.
       01  WS-DEBIT-PUT                  PIC 9(5) VALUE 0.
       01  WS-DEBIT-TABLE.
           05  WS-DB-ENTRY OCCURS 5000 TIMES.
               10  WS-DB-TRACE           PIC X(15).
               10  WS-DB-CUSTOMER-ID     PIC X(10).
               10  WS-DB-LOAN-TS         PIC X(21).
               10  WS-DB-AMOUNT-STR      PIC X(15).
               10  WS-DB-DEBIT-DATE      PIC X(8).
               10  WS-DB-PAYMENT-TS      PIC X(21).
               10  WS-DB-STATUS          PIC X(8).
               10  WS-DB-RETURN-CODE     PIC X(3).
               10  WS-DB-STATUS-DATE     PIC X(8).

      *> Enrollment table: the ACTIVE enrollments, held for the run
      *> under the file's lock and written back once; the rest of
      *> the file streams through. Each entry has the 94-byte layout
      *> of AUTOPAY-ENROLL-REC.
       01  WS-ENROLL-STATUS              PIC XX VALUE SPACES.
       01  WS-ENROLL-NEW-STATUS          PIC XX VALUE SPACES.
       01  WS-ENROLL-EOF                 PIC X VALUE "N".
           88  ENROLL-AT-EOF             VALUE "Y".
       01  WS-ENROLL-COUNT               PIC 9(4) VALUE 0.
       01  WS-ENROLL-IX                  PIC 9(4) VALUE 0.
       01  WS-ENROLL-MATCH               PIC 9(4) VALUE 0.
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
       01  WS-RETURN-TALLY               PIC 9(2) VALUE 0.

      *> Payment reversal work fields (the PAYMENT-REVERSE method)
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-ORIGINAL-FOUND             PIC X VALUE "N".
           88  ORIGINAL-PAYMENT-FOUND    VALUE "Y".
       01  WS-ALREADY-REVERSED           PIC X VALUE "N".
           88  PAYMENT-ALREADY-REVERSED  VALUE "Y".
       01  WS-ORIG-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-ORIG-INTEREST              PIC 9(8)V99 VALUE 0.
       01  WS-ORIG-PRINCIPAL             PIC 9(8)V99 VALUE 0.
       01  WS-ORIG-FEE                   PIC 9(8)V99 VALUE 0.

      *> Negated edited form with an explicit sign, so the reversal
      *> amounts stay NUMVAL-parseable and net out when summed.
       01  WS-NEGATED-EDIT               PIC -9(8).99.
       01  WS-NEGATED-WORK               PIC S9(8)V99 VALUE 0.

      *> Fee ledger work fields
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EDIT                   PIC 9(6).99.

      *> Run totals
       01  WS-RETURNED-COUNT             PIC 9(6) VALUE 0.
       01  WS-RETURNED-TOTAL             PIC 9(10)V99 VALUE 0.
       01  WS-FEES-CHARGED               PIC 9(10)V99 VALUE 0.
       01  WS-DROPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT            PIC 9(6) VALUE 0.
       01  WS-SETTLED-COUNT              PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-REASON           PIC X(30) VALUE SPACES.
       01  WS-REVERSAL-NOTE              PIC X(16) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.
       01  WS-HELD-LOCK-TARGET           PIC X(200) VALUE SPACES.
       01  WS-RUN-LOCKS                  PIC X VALUE "N".
           88  RUN-LOCKS-HELD            VALUE "Y".

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-CUSTOMER             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

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
           MOVE "AUTOPAY-RETURNS" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "ACH AUTOPAY RETURNS PROCESSING".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "AUTOPAY_RETURNS" TO WS-AUDIT-ACTION.

           PERFORM LOAD-AUTOPAY-CONFIG.

      *> Both the enrollment file and the debit register are
      *> rewritten at the end, so both are held for the whole run -
      *> an enroll, cancel or origination landing in between would
      *> otherwise be lost.
           PERFORM ACQUIRE-RUN-LOCKS.

           PERFORM LOAD-DEBIT-REGISTER.
           PERFORM LOAD-ENROLLMENTS.

           OPEN OUTPUT RETURNS-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.

           OPEN INPUT RETURNS-FILE.
           IF WS-RETURNS-STATUS = "00"
               MOVE "N" TO WS-RETURNS-EOF
               PERFORM READ-RETURN-RECORD
                   UNTIL RETURNS-AT-EOF
               CLOSE RETURNS-FILE
           ELSE
               DISPLAY "No returns file from the bank today."
               MOVE "No returns file received."
                   TO RETURNS-REPORT-RECORD
               WRITE RETURNS-REPORT-RECORD
           END-IF.

           PERFORM SETTLE-AGED-DEBIT
               VARYING WS-DEBIT-IX FROM 1 BY 1
               UNTIL WS-DEBIT-IX > WS-DEBIT-COUNT.

           PERFORM REWRITE-DEBIT-REGISTER.
           PERFORM REWRITE-ENROLLMENTS.
           PERFORM RELEASE-RUN-LOCKS.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RETURNS-REPORT-FILE.

           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Returned debits reversed: " WS-COUNT-DISPLAY.
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Enrollments dropped:      " WS-COUNT-DISPLAY.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Debits settled:           " WS-COUNT-DISPLAY.
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Exceptions:               " WS-COUNT-DISPLAY
                   " - see autopay-returns-report.txt"
           END-IF.
           DISPLAY "Report written to autopay-returns-report.txt".
           DISPLAY "========================================".

           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "AUTOPAY_RETURNS" TO WS-AUDIT-ACTION.
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "PROCESSED - " WS-COUNT-DISPLAY " RETURNED"
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-AUTOPAY-CONFIG.
      *> A missing or unreadable config file falls back to the
      *> defaults rather than failing the batch.
           OPEN INPUT AUTOPAY-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ AUTOPAY-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM APPLY-AUTOPAY-CONFIG
           END-READ.
           CLOSE AUTOPAY-CONFIG-FILE.

       APPLY-AUTOPAY-CONFIG.
           UNSTRING AUTOPAY-CONFIG-RECORD DELIMITED BY ALL SPACES
               INTO WS-CFG-FEE-STR
                    WS-CFG-MAX-STR
                    WS-CFG-SETTLE-STR
           END-UNSTRING.

           IF WS-CFG-FEE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-FEE-STR) TO WS-NSF-FEE
           END-IF.
           IF WS-CFG-MAX-STR NOT = SPACES
               AND FUNCTION NUMVAL(WS-CFG-MAX-STR) > 0
               MOVE FUNCTION NUMVAL(WS-CFG-MAX-STR)
                   TO WS-MAX-RETURNS
           END-IF.
           IF WS-CFG-SETTLE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-SETTLE-STR)
                   TO WS-SETTLE-DAYS
           END-IF.

       ACQUIRE-RUN-LOCKS.
      *> The single-slot lock fields can only name one lock at a
      *> time, so the enrollment lock is taken first and left on
      *> disk while the slot moves to the register; RELEASE-RUN-LOCKS
      *> points the slot back at each in turn.
           MOVE FCP-AUTOPAY-ENROLL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: autopay-enrollment.dat is locked - "
                   "no returns processed; rerun later"
               MOVE "REJECTED - ENROLLMENT_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FCP-AUTOPAY-DEBITS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               MOVE FCP-AUTOPAY-ENROLL TO FLK-TARGET-NAME
               MOVE "Y" TO FLK-GOT-LOCK
               PERFORM RELEASE-FILE-LOCK
               DISPLAY "ERROR: autopay-debit-register.dat is locked - "
                   "no returns processed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "Y" TO WS-RUN-LOCKS.

       RELEASE-RUN-LOCKS.
           PERFORM RELEASE-FILE-LOCK.
           MOVE FCP-AUTOPAY-ENROLL TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.
           PERFORM RELEASE-FILE-LOCK.
           MOVE "N" TO WS-RUN-LOCKS.

       SAVE-RUN-LOCK.
      *> Around every nested append while the run locks are held:
      *> the slot is parked and put back the way TABLE-MAINTAIN does.
           MOVE FLK-TARGET-NAME TO WS-HELD-LOCK-TARGET.

       RESTORE-RUN-LOCK.
           IF RUN-LOCKS-HELD
               MOVE WS-HELD-LOCK-TARGET TO FLK-TARGET-NAME
               MOVE "Y" TO FLK-GOT-LOCK
           END-IF.

       LOAD-DEBIT-REGISTER.
           MOVE 0 TO WS-DEBIT-COUNT.
           OPEN INPUT DEBIT-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-RECORD
               UNTIL REGISTER-AT-EOF.

           CLOSE DEBIT-REGISTER-FILE.

       READ-REGISTER-RECORD.
           READ DEBIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF AD-STATUS = "PENDING"
                       PERFORM HOLD-PENDING-DEBIT
                   END-IF
           END-READ.

       HOLD-PENDING-DEBIT.
           IF WS-DEBIT-COUNT < 5000
               ADD 1 TO WS-DEBIT-COUNT
               MOVE AUTOPAY-DEBIT-RECORD TO WS-DB-ENTRY(WS-DEBIT-COUNT)
           ELSE
      *> Writing back a truncated table would lose debits, so too
      *> many pending ones to hold stops the run cold.
               DISPLAY "ERROR: more than 5000 PENDING debits on the "
                   "register - nothing processed"
               CLOSE DEBIT-REGISTER-FILE
               PERFORM RELEASE-RUN-LOCKS
               MOVE "REJECTED - REGISTER_FULL" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ENROLLMENTS.
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
               DISPLAY "ERROR: more than 2000 ACTIVE enrollments "
                   "- nothing processed"
               CLOSE ENROLL-FILE
               PERFORM RELEASE-RUN-LOCKS
               MOVE "REJECTED - ENROLLMENT_FULL" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RETURN-RECORD.
           READ RETURNS-FILE
               AT END
                   MOVE "Y" TO WS-RETURNS-EOF
               NOT AT END
                   IF AR-TRACE NOT = SPACES
                       PERFORM PROCESS-ONE-RETURN
                   END-IF
           END-READ.

       PROCESS-ONE-RETURN.
           MOVE 0 TO WS-DEBIT-MATCH.
           PERFORM FIND-RETURNED-DEBIT
               VARYING WS-DEBIT-IX FROM 1 BY 1
               UNTIL WS-DEBIT-IX > WS-DEBIT-COUNT
                   OR WS-DEBIT-MATCH > 0.

           IF WS-DEBIT-MATCH = 0
               PERFORM CLASSIFY-UNHELD-RETURN
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DB-STATUS(WS-DEBIT-MATCH) = "RETURNED"
               MOVE "ALREADY RETURNED" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM REVERSE-DEBIT-PAYMENT.
           PERFORM CHARGE-NSF-FEE.

           MOVE "RETURNED" TO WS-DB-STATUS(WS-DEBIT-MATCH).
           MOVE AR-RETURN-CODE TO WS-DB-RETURN-CODE(WS-DEBIT-MATCH).
           MOVE WS-TODAY TO WS-DB-STATUS-DATE(WS-DEBIT-MATCH).

           ADD 1 TO WS-RETURNED-COUNT.
           ADD FUNCTION NUMVAL(WS-DB-AMOUNT-STR(WS-DEBIT-MATCH))
               TO WS-RETURNED-TOTAL.
           PERFORM WRITE-RETURN-LINE.

           PERFORM COUNT-ENROLLMENT-RETURN.

           MOVE WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH)
               TO WS-AUDIT-CUSTOMER.
           MOVE "AUTOPAY_RETURN" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "RETURNED " AR-RETURN-CODE " "
               WS-DB-TRACE(WS-DEBIT-MATCH)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

       FIND-RETURNED-DEBIT.
           IF WS-DB-TRACE(WS-DEBIT-IX) = AR-TRACE
               MOVE WS-DEBIT-IX TO WS-DEBIT-MATCH
           END-IF.

       CLASSIFY-UNHELD-RETURN.
      *> Not among the pending debits: the register itself says
      *> whether the debit was closed earlier or never sent.
           MOVE "TRACE NOT ON REGISTER" TO WS-EXCEPTION-REASON.
           OPEN INPUT DEBIT-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-FOR-TRACE
               UNTIL REGISTER-AT-EOF.
           CLOSE DEBIT-REGISTER-FILE.

       READ-REGISTER-FOR-TRACE.
           READ DEBIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF AD-TRACE = AR-TRACE
                       MOVE "Y" TO WS-REGISTER-EOF
                       IF AD-STATUS = "RETURNED"
                           MOVE "ALREADY RETURNED"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           MOVE "ALREADY SETTLED"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   END-IF
           END-READ.

       REVERSE-DEBIT-PAYMENT.
      *> One scan does double duty, as in PAYMENT-REVERSE: capture
      *> the posted payment's portions and spot a reversal already
      *> pointing at it - backing a payment out twice would poison
      *> the aging in the other direction.
           MOVE "N" TO WS-ORIGINAL-FOUND.
           MOVE "N" TO WS-ALREADY-REVERSED.
           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "00"
               PERFORM READ-PAYMENT-FOR-FIND
                   UNTIL PAYMENT-AT-EOF
               CLOSE LOAN-PAYMENT-FILE
           END-IF.

           IF PAYMENT-ALREADY-REVERSED
               MOVE "ALREADY REVERSED" TO WS-REVERSAL-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF NOT ORIGINAL-PAYMENT-FOUND
               MOVE "PAYMENT NOT FOUND" TO WS-REVERSAL-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE "REVERSED" TO WS-REVERSAL-NOTE.
           PERFORM WRITE-REVERSAL-RECORD.

       READ-PAYMENT-FOR-FIND.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   PERFORM JUDGE-ONE-PAYMENT
           END-READ.

       JUDGE-ONE-PAYMENT.
           IF LP-CUSTOMER-ID NOT = WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH)
               OR LP-LOAN-TIMESTAMP NOT = WS-DB-LOAN-TS(WS-DEBIT-MATCH)
               EXIT PARAGRAPH
           END-IF.

           IF LP-REVERSAL-OF = WS-DB-PAYMENT-TS(WS-DEBIT-MATCH)
               MOVE "Y" TO WS-ALREADY-REVERSED
               EXIT PARAGRAPH
           END-IF.

           IF LP-TIMESTAMP = WS-DB-PAYMENT-TS(WS-DEBIT-MATCH)
               AND LP-REVERSAL-OF = SPACES
               MOVE "Y" TO WS-ORIGINAL-FOUND
               MOVE FUNCTION NUMVAL(LP-AMOUNT-STR)
                   TO WS-ORIG-AMOUNT
               MOVE FUNCTION NUMVAL(LP-INTEREST-STR)
                   TO WS-ORIG-INTEREST
               MOVE FUNCTION NUMVAL(LP-PRINCIPAL-STR)
                   TO WS-ORIG-PRINCIPAL
               MOVE FUNCTION NUMVAL(LP-FEE-STR)
                   TO WS-ORIG-FEE
           END-IF.

       WRITE-REVERSAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO LP-TIMESTAMP.
           MOVE WS-TODAY TO LP-TIMESTAMP(1:8).
           MOVE WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH) TO LP-CUSTOMER-ID.
           MOVE WS-DB-LOAN-TS(WS-DEBIT-MATCH) TO LP-LOAN-TIMESTAMP.

           COMPUTE WS-NEGATED-WORK = 0 - WS-ORIG-AMOUNT.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-AMOUNT-STR.

           COMPUTE WS-NEGATED-WORK = 0 - WS-ORIG-INTEREST.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-INTEREST-STR.

           COMPUTE WS-NEGATED-WORK = 0 - WS-ORIG-PRINCIPAL.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-PRINCIPAL-STR.

           COMPUTE WS-NEGATED-WORK = 0 - WS-ORIG-FEE.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-FEE-STR.

           MOVE WS-DB-PAYMENT-TS(WS-DEBIT-MATCH) TO LP-REVERSAL-OF.
           PERFORM STAGE-PAYMENT-POSITION.

      *> Appended anyway if the lock cannot be had, after the
      *> conflicting program is named - as every payment append is.
           PERFORM SAVE-RUN-LOCK.
           MOVE FCP-LOAN-PAYMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT LOAN-PAYMENT-FILE
           END-IF.
           WRITE LOAN-PAYMENT-RECORD.
           CLOSE LOAN-PAYMENT-FILE.

           PERFORM RELEASE-FILE-LOCK.
           PERFORM RESTORE-RUN-LOCK.

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

       CHARGE-NSF-FEE.
      *> The fee lands on the same ledger LATE-FEE-ASSESS posts to,
      *> so the payment split and the payoff math pick it up with no
      *> further change.
           IF WS-NSF-FEE = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO FL-TIMESTAMP.
           MOVE WS-TODAY TO FL-TIMESTAMP(1:8).
           MOVE WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH) TO FL-CUSTOMER-ID.
           MOVE WS-DB-LOAN-TS(WS-DEBIT-MATCH) TO FL-LOAN-TIMESTAMP.
           MOVE WS-TODAY(1:6) TO FL-PERIOD.
           MOVE "NSF" TO FL-FEE-TYPE.
           MOVE WS-NSF-FEE TO WS-FEE-EDIT.
           MOVE WS-FEE-EDIT TO FL-AMOUNT-STR.
           MOVE SPACES TO FL-WAIVER-OF.
           MOVE SPACES TO FL-REASON-CODE.

           PERFORM SAVE-RUN-LOCK.
           MOVE FCP-FEE-LEDGER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND FEE-LEDGER-FILE.
           IF WS-FEE-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF.
           WRITE FEE-LEDGER-RECORD.
           CLOSE FEE-LEDGER-FILE.

           PERFORM RELEASE-FILE-LOCK.
           PERFORM RESTORE-RUN-LOCK.

      *> The fee opens on the loan's position in the same run.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH) TO PSN-CUSTOMER-ID.
           MOVE WS-DB-LOAN-TS(WS-DEBIT-MATCH) TO PSN-LOAN-TIMESTAMP.
           MOVE WS-NSF-FEE TO PSN-FEES-ASSESSED-DELTA.
           PERFORM POST-LOAN-POSITION.

           ADD WS-NSF-FEE TO WS-FEES-CHARGED.

       COUNT-ENROLLMENT-RETURN.
           MOVE 0 TO WS-ENROLL-MATCH.
           PERFORM FIND-DEBIT-ENROLLMENT
               VARYING WS-ENROLL-IX FROM 1 BY 1
               UNTIL WS-ENROLL-IX > WS-ENROLL-COUNT
                   OR WS-ENROLL-MATCH > 0.
           IF WS-ENROLL-MATCH = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-EN-RETURNS(WS-ENROLL-MATCH) IS NUMERIC
               MOVE WS-EN-RETURNS(WS-ENROLL-MATCH) TO WS-RETURN-TALLY
           ELSE
               MOVE 0 TO WS-RETURN-TALLY
           END-IF.
           IF WS-RETURN-TALLY < 99
               ADD 1 TO WS-RETURN-TALLY
           END-IF.
           MOVE WS-RETURN-TALLY TO WS-EN-RETURNS(WS-ENROLL-MATCH).

           IF WS-RETURN-TALLY >= WS-MAX-RETURNS
               AND WS-EN-STATUS(WS-ENROLL-MATCH) = "ACTIVE"
               MOVE "DROPPED" TO WS-EN-STATUS(WS-ENROLL-MATCH)
               MOVE "AUTOPAY-RE" TO WS-EN-UPDATED-BY(WS-ENROLL-MATCH)
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM WRITE-DROPPED-LINE
           END-IF.

       FIND-DEBIT-ENROLLMENT.
           IF WS-EN-CUSTOMER-ID(WS-ENROLL-IX)
                   = WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH)
               AND WS-EN-LOAN-TS(WS-ENROLL-IX)
                   = WS-DB-LOAN-TS(WS-DEBIT-MATCH)
               MOVE WS-ENROLL-IX TO WS-ENROLL-MATCH
           END-IF.

       SETTLE-AGED-DEBIT.
      *> Past the settle window the bank can no longer return the
      *> debit, so the payment stops being pending.
           IF WS-DB-STATUS(WS-DEBIT-IX) NOT = "PENDING"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DB-DEBIT-DATE(WS-DEBIT-IX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DEBIT-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DB-DEBIT-DATE(WS-DEBIT-IX))).
           IF WS-TODAY-DAYS - WS-DEBIT-DAYS >= WS-SETTLE-DAYS
               MOVE "SETTLED" TO WS-DB-STATUS(WS-DEBIT-IX)
               MOVE WS-TODAY TO WS-DB-STATUS-DATE(WS-DEBIT-IX)
               ADD 1 TO WS-SETTLED-COUNT
           END-IF.

       REWRITE-DEBIT-REGISTER.
           IF WS-RETURNED-COUNT = 0 AND WS-SETTLED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

      *> Copied through under the run lock, each PENDING debit
      *> replaced by its table entry (they were loaded in file
      *> order).
           OPEN INPUT DEBIT-REGISTER-FILE.
           OPEN OUTPUT REGISTER-NEW-FILE.
           MOVE 0 TO WS-DEBIT-PUT.
           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM WRITE-ONE-DEBIT
               UNTIL REGISTER-AT-EOF.
           CLOSE DEBIT-REGISTER-FILE.
           CLOSE REGISTER-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f autopay-debit-register.new "
               FUNCTION TRIM(FCP-AUTOPAY-DEBITS)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

       WRITE-ONE-DEBIT.
           READ DEBIT-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   MOVE AUTOPAY-DEBIT-RECORD TO REGISTER-NEW-RECORD
                   IF AD-STATUS = "PENDING"
                       AND WS-DEBIT-PUT < WS-DEBIT-COUNT
                       ADD 1 TO WS-DEBIT-PUT
                       MOVE WS-DB-ENTRY(WS-DEBIT-PUT)
                           TO REGISTER-NEW-RECORD
                   END-IF
                   WRITE REGISTER-NEW-RECORD
           END-READ.

       REWRITE-ENROLLMENTS.
           IF WS-RETURNED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

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

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "ACH AUTOPAY RETURNS - BUSINESS DATE " WS-TODAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "TRACE           CUSTOMER   CODE  "
               "AMOUNT          PAYMENT"
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

       WRITE-RETURN-LINE.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING WS-DB-TRACE(WS-DEBIT-MATCH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DB-CUSTOMER-ID(WS-DEBIT-MATCH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AR-RETURN-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DB-AMOUNT-STR(WS-DEBIT-MATCH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REVERSAL-NOTE DELIMITED BY SIZE
               INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

       WRITE-DROPPED-LINE.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "  ENROLLMENT DROPPED - "
               WS-EN-CUSTOMER-ID(WS-ENROLL-MATCH) " / "
               WS-EN-LOAN-TS(WS-ENROLL-MATCH)
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "EXCEPTION " AR-TRACE " " AR-RETURN-CODE " "
               WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "Debits returned:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-RETURNED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "Amount reversed:     $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-FEES-CHARGED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "NSF fees charged:    $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "Enrollments dropped: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "Exceptions:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           STRING "Debits settled:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RETURNS-REPORT-RECORD
           END-STRING.
           WRITE RETURNS-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "AUTOPAY-RETURNS" TO AT-PROGRAM-NAME.
           MOVE WS-AUDIT-CUSTOMER TO AT-CUSTOMER-ID.
           MOVE WS-AUDIT-ACTION TO AT-ACTION.
           MOVE WS-AUDIT-OUTCOME TO AT-OUTCOME.

      *> The chained append is a read-modify-write of the trail's
      *> tail, so it runs under the shared file lock end to end -
      *> two unserialized writers would mint the same sequence and
      *> break the chain for the verifier. If the lock cannot be
      *> had, the record is appended anyway after the conflicting
      *> program is named - losing an audit record would be worse.
           PERFORM SAVE-RUN-LOCK.
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
           PERFORM RESTORE-RUN-LOCK.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
