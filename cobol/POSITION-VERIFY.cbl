       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-VERIFY.
       AUTHOR. Thesis Project.

      *> POSITION-VERIFY.cbl
      *> Loan Position Master vs Ledgers Verification
      *>
      *> loan-position-master.dat carries each funded loan's
      *> balances so readers make one keyed READ instead of scanning
      *> the ledgers, but the ledgers stay the record of account.
      *> This nightly step recomputes every funded loan's position
      *> (ACTIVE, PAID, DEFAULTED or CHARGE-OFF on
      *> loan-book-master.dat) from one pass each over
      *> loan-payments.dat, interest-accrual-ledger.dat and
      *> loan-fee-ledger.dat - reading every payment exactly the way
      *> the posting programs do - and reports any loan where the
      *> position file disagrees:
      *>   MISSING  - a funded loan with no position record
      *>   MISMATCH - one line per field that differs (booked amount,
      *>              term, rate, principal outstanding, open
      *>              interest, open fees, paid to date, last payment
      *>              date, next due date, latest accrual period)
      *>   ORPHAN   - a position record for a loan the book does not
      *>              carry as funded
      *> and exits nonzero when any are found, so operations hears
      *> about it the way LOAN-RECON pages on the loan book.
      *>
      *> REBUILD mode takes the position file's lock and writes the
      *> recomputed values back for every MISSING or MISMATCH loan
      *> (creating the file if need be) - the one-time load for the
      *> loans already on the book when the position master came in,
      *> and the repair after a posting run that died between its
      *> ledger append and its position update. Orphans are reported
      *> but left in place for someone to look at.
      *>
      *> The loan table is filled from the book in key order, so a
      *> ledger entry finds its loan by binary search; it is sized
      *> for 5000 funded loans.
      *>
      *> Invocation: POSITION-VERIFY [REBUILD]
      *> Example: ./position-verify
      *>          ./position-verify REBUILD
      *>
      *> Output: position-verify-report.txt
      *>         loan-position-master.dat (REBUILD only)
      *> Return code: 0 positions agree (or were rebuilt), 2 out of
      *> agreement, 1 could not run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

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

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "position-verify-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

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

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.

      *> Run mode
       01  WS-RUN-MODE                   PIC X(10) VALUE SPACES.
       01  WS-REBUILD-FLAG               PIC X VALUE "N".
           88  REBUILD-MODE              VALUE "Y".

      *> Loan book scan work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Ledger scan work fields
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-ACCRUAL-STATUS             PIC XX VALUE SPACES.
       01  WS-ACCRUAL-EOF                PIC X VALUE "N".
           88  ACCRUAL-AT-EOF            VALUE "Y".
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-POSITION-EOF               PIC X VALUE "N".
           88  POSITION-AT-EOF           VALUE "Y".

      *> Funded-loan table: the booked terms off the loan book and
      *> the ledger totals summed against each loan, in book key
      *> order.
       01  WS-LOAN-COUNT                 PIC 9(5) VALUE 0.
       01  WS-LOAN-IX                    PIC 9(5) VALUE 0.
       01  WS-LOAN-OVERFLOW              PIC X VALUE "N".
       01  WS-LOAN-TABLE.
           05  WS-LN-ENTRY OCCURS 5000 TIMES.
               10  WS-LN-KEY.
                   15  WS-LN-CUSTOMER-ID PIC X(10).
                   15  WS-LN-LOAN-TS     PIC X(21).
               10  WS-LN-AMOUNT-STR      PIC X(15).
               10  WS-LN-TERM-STR        PIC X(3).
               10  WS-LN-RATE-STR        PIC X(5).
               10  WS-LN-PRINCIPAL-PAID  PIC S9(10)V99.
               10  WS-LN-INTEREST-ACCRUED PIC S9(10)V99.
               10  WS-LN-INTEREST-PAID   PIC S9(10)V99.
               10  WS-LN-FEES-ASSESSED   PIC S9(10)V99.
               10  WS-LN-FEES-PAID       PIC S9(10)V99.
               10  WS-LN-CASH            PIC S9(10)V99.
               10  WS-LN-LAST-PAYMENT    PIC X(8).
               10  WS-LN-LAST-PERIOD     PIC X(6).

      *> Binary search over the loan table
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-CUSTOMER-ID     PIC X(10).
           05  WS-SEARCH-LOAN-TS         PIC X(21).
       01  WS-SEARCH-LOW                 PIC 9(5) VALUE 0.
       01  WS-SEARCH-HIGH                PIC 9(5) VALUE 0.
       01  WS-SEARCH-MID                 PIC 9(5) VALUE 0.
       01  WS-LOAN-MATCH                 PIC 9(5) VALUE 0.

      *> The position recomputed from the ledgers
       01  WS-EXP-LOAN-AMOUNT            PIC S9(10)V99 VALUE 0.
       01  WS-EXP-TERM                   PIC 9(3) VALUE 0.
       01  WS-EXP-RATE-STR               PIC X(5) VALUE SPACES.
       01  WS-EXP-PRINCIPAL-OUT          PIC S9(10)V99 VALUE 0.
       01  WS-EXP-INTEREST-OPEN          PIC S9(10)V99 VALUE 0.
       01  WS-EXP-FEES-OPEN              PIC S9(10)V99 VALUE 0.
       01  WS-EXP-PAID-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-EXP-LAST-PAYMENT           PIC X(8) VALUE SPACES.
       01  WS-EXP-NEXT-DUE               PIC X(8) VALUE SPACES.
       01  WS-EXP-LAST-PERIOD            PIC X(6) VALUE SPACES.

      *> Per-loan comparison and report line work fields
       01  WS-LOAN-DIFFERS               PIC X VALUE "N".
       01  WS-DIFF-FIELD                 PIC X(10) VALUE SPACES.
       01  WS-FILE-VALUE                 PIC X(15) VALUE SPACES.
       01  WS-LEDGER-VALUE               PIC X(15) VALUE SPACES.
       01  WS-TERM-DISPLAY               PIC ZZ9.

      *> Run totals
       01  WS-CHECKED-COUNT              PIC 9(6) VALUE 0.
       01  WS-AGREE-COUNT                PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT              PIC 9(6) VALUE 0.
       01  WS-MISMATCH-COUNT             PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT               PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT            PIC 9(6) VALUE 0.
       01  WS-WRITTEN-COUNT              PIC 9(6) VALUE 0.
       01  WS-WRITE-ERROR-COUNT          PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

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
           MOVE "POSITION-VERIFY" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "LOAN POSITION VERIFICATION".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-RUN-MODE
           END-UNSTRING.
           EVALUATE WS-RUN-MODE
               WHEN SPACES
                   CONTINUE
               WHEN "REBUILD"
                   MOVE "Y" TO WS-REBUILD-FLAG
               WHEN OTHER
                   DISPLAY "ERROR: Unknown mode " WS-RUN-MODE
                   DISPLAY "Usage: POSITION-VERIFY [REBUILD]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM LOAD-FUNDED-LOANS.
           PERFORM SUM-PAYMENT-LEDGER.
           PERFORM SUM-ACCRUAL-LEDGER.
           PERFORM SUM-FEE-LEDGER.

           PERFORM OPEN-POSITION-FILE.

           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "LOAN POSITION VERIFICATION - BUSINESS DATE "
               BDT-BUSINESS-DATE " " WS-RUN-MODE
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           MOVE ALL "-" TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.

           PERFORM VERIFY-ONE-LOAN
               VARYING WS-LOAN-IX FROM 1 BY 1
               UNTIL WS-LOAN-IX > WS-LOAN-COUNT.

           IF LOAN-POSITIONS-OPEN
               PERFORM FIND-ORPHAN-POSITIONS
           END-IF.

           PERFORM CLOSE-POSITION-FILE.

           IF WS-LOAN-OVERFLOW = "Y"
               MOVE "LOAN TABLE OVERFLOW - RESULTS INCOMPLETE"
                   TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE VERIFY-REPORT-FILE.

           DISPLAY "Report written to position-verify-report.txt".
           DISPLAY "========================================".

           IF REBUILD-MODE
               IF WS-WRITE-ERROR-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 2 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-MISSING-COUNT + WS-MISMATCH-COUNT
                   + WS-ORPHAN-COUNT = 0
                   AND WS-LOAN-OVERFLOW = "N"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-FUNDED-LOANS.
      *> Funded loans only: PENDING, VETOED and APPROVED loans have
      *> had no money sent, so they carry no position.
           MOVE 0 TO WS-LOAN-COUNT.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               DISPLAY "No loan book found - no funded loans."
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
                   IF LB-STATUS = "ACTIVE" OR LB-STATUS = "PAID"
                       OR LB-STATUS = "DEFAULTED"
                       OR LB-STATUS = "CHARGE-OFF"
                       PERFORM ADD-FUNDED-LOAN
                   END-IF
           END-READ.

       ADD-FUNDED-LOAN.
           IF WS-LOAN-COUNT >= 5000
               MOVE "Y" TO WS-LOAN-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOAN-COUNT.
           MOVE LB-CUSTOMER-ID TO WS-LN-CUSTOMER-ID(WS-LOAN-COUNT).
           MOVE LB-TIMESTAMP TO WS-LN-LOAN-TS(WS-LOAN-COUNT).
           MOVE LB-LOAN-AMOUNT-STR TO WS-LN-AMOUNT-STR(WS-LOAN-COUNT).
           MOVE LB-TERM-STR TO WS-LN-TERM-STR(WS-LOAN-COUNT).
           MOVE LB-RATE-STR TO WS-LN-RATE-STR(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-PRINCIPAL-PAID(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-INTEREST-ACCRUED(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-INTEREST-PAID(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-FEES-ASSESSED(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-FEES-PAID(WS-LOAN-COUNT).
           MOVE 0 TO WS-LN-CASH(WS-LOAN-COUNT).
           MOVE SPACES TO WS-LN-LAST-PAYMENT(WS-LOAN-COUNT).
           MOVE SPACES TO WS-LN-LAST-PERIOD(WS-LOAN-COUNT).

       FIND-LOAN-SLOT.
      *> WS-SEARCH-KEY in, WS-LOAN-MATCH out (0 = not a funded loan).
      *> The table was filled in book key order, so halve the range
      *> until the key is found or the range is empty.
           MOVE 0 TO WS-LOAN-MATCH.
           MOVE 1 TO WS-SEARCH-LOW.
           MOVE WS-LOAN-COUNT TO WS-SEARCH-HIGH.
           PERFORM PROBE-LOAN-TABLE
               UNTIL WS-SEARCH-LOW > WS-SEARCH-HIGH
                   OR WS-LOAN-MATCH > 0.

       PROBE-LOAN-TABLE.
           COMPUTE WS-SEARCH-MID =
               (WS-SEARCH-LOW + WS-SEARCH-HIGH) / 2.
           IF WS-LN-KEY(WS-SEARCH-MID) = WS-SEARCH-KEY
               MOVE WS-SEARCH-MID TO WS-LOAN-MATCH
           ELSE
               IF WS-LN-KEY(WS-SEARCH-MID) < WS-SEARCH-KEY
                   COMPUTE WS-SEARCH-LOW = WS-SEARCH-MID + 1
               ELSE
                   IF WS-SEARCH-MID = 1
                       MOVE 0 TO WS-SEARCH-HIGH
                   ELSE
                       COMPUTE WS-SEARCH-HIGH = WS-SEARCH-MID - 1
                   END-IF
               END-IF
           END-IF.

       SUM-PAYMENT-LEDGER.
      *> A missing payments file just means nothing received yet.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PAYMENT-EOF.
           PERFORM READ-PAYMENT-RECORD
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-RECORD.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   PERFORM TALLY-PAYMENT-RECORD
           END-READ.

       TALLY-PAYMENT-RECORD.
           MOVE LP-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID.
           MOVE LP-LOAN-TIMESTAMP TO WS-SEARCH-LOAN-TS.
           PERFORM FIND-LOAN-SLOT.
           IF WS-LOAN-MATCH = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> The same split the posting programs apply to the position
           MOVE LP-AMOUNT-STR TO PSN-PAY-AMOUNT-STR.
           MOVE LP-INTEREST-STR TO PSN-PAY-INTEREST-STR.
           MOVE LP-PRINCIPAL-STR TO PSN-PAY-PRINCIPAL-STR.
           MOVE LP-FEE-STR TO PSN-PAY-FEE-STR.
           PERFORM SPLIT-PAYMENT-PORTIONS.

           ADD PSN-PRINCIPAL-PAID-DELTA
               TO WS-LN-PRINCIPAL-PAID(WS-LOAN-MATCH).
           ADD PSN-INTEREST-PAID-DELTA
               TO WS-LN-INTEREST-PAID(WS-LOAN-MATCH).
           ADD PSN-FEES-PAID-DELTA TO WS-LN-FEES-PAID(WS-LOAN-MATCH).
           ADD PSN-CASH-DELTA TO WS-LN-CASH(WS-LOAN-MATCH).
           IF PSN-CASH-DELTA > 0
               AND LP-TIMESTAMP(1:8) >
                   WS-LN-LAST-PAYMENT(WS-LOAN-MATCH)
               MOVE LP-TIMESTAMP(1:8)
                   TO WS-LN-LAST-PAYMENT(WS-LOAN-MATCH)
           END-IF.

       SUM-ACCRUAL-LEDGER.
      *> A missing ledger just means nothing has ever been accrued.
           OPEN INPUT ACCRUAL-LEDGER-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ACCRUAL-EOF.
           PERFORM READ-ACCRUAL-RECORD
               UNTIL ACCRUAL-AT-EOF.

           CLOSE ACCRUAL-LEDGER-FILE.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF
               NOT AT END
                   PERFORM TALLY-ACCRUAL-RECORD
           END-READ.

       TALLY-ACCRUAL-RECORD.
           MOVE AL-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID.
           MOVE AL-LOAN-TIMESTAMP TO WS-SEARCH-LOAN-TS.
           PERFORM FIND-LOAN-SLOT.
           IF WS-LOAN-MATCH = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD FUNCTION NUMVAL(AL-ACCRUED-STR)
               TO WS-LN-INTEREST-ACCRUED(WS-LOAN-MATCH).
           IF AL-PERIOD > WS-LN-LAST-PERIOD(WS-LOAN-MATCH)
               MOVE AL-PERIOD TO WS-LN-LAST-PERIOD(WS-LOAN-MATCH)
           END-IF.

       SUM-FEE-LEDGER.
      *> A missing ledger just means no fees were ever charged.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FEE-EOF.
           PERFORM READ-FEE-RECORD
               UNTIL FEE-AT-EOF.

           CLOSE FEE-LEDGER-FILE.

       READ-FEE-RECORD.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
               NOT AT END
                   PERFORM TALLY-FEE-RECORD
           END-READ.

       TALLY-FEE-RECORD.
           MOVE FL-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID.
           MOVE FL-LOAN-TIMESTAMP TO WS-SEARCH-LOAN-TS.
           PERFORM FIND-LOAN-SLOT.
           IF WS-LOAN-MATCH = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD FUNCTION NUMVAL(FL-AMOUNT-STR)
               TO WS-LN-FEES-ASSESSED(WS-LOAN-MATCH).

       OPEN-POSITION-FILE.
      *> Verification reads the file as it stands; a missing file
      *> simply reports every funded loan MISSING. A rebuild holds
      *> the file's lock for the whole run so no posting lands
      *> between the recompute and the write-back, and creates the
      *> file when there is none yet.
           MOVE "N" TO PSN-OPEN-FLAG.
           IF NOT REBUILD-MODE
               PERFORM OPEN-LOAN-POSITIONS
               EXIT PARAGRAPH
           END-IF.

           MOVE FCP-LOAN-POSITION TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: loan-position-master.dat is locked - "
                   "nothing rebuilt; rerun later"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O LOAN-POSITION-FILE.
           IF PSN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-POSITION-FILE
               CLOSE LOAN-POSITION-FILE
               OPEN I-O LOAN-POSITION-FILE
           END-IF.
           IF PSN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open loan-position-master.dat "
                   "(status " PSN-FILE-STATUS ") - nothing rebuilt"
               PERFORM RELEASE-FILE-LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO PSN-OPEN-FLAG.

       CLOSE-POSITION-FILE.
           PERFORM CLOSE-LOAN-POSITIONS.
           IF REBUILD-MODE
               PERFORM RELEASE-FILE-LOCK
           END-IF.

       VERIFY-ONE-LOAN.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM COMPUTE-EXPECTED-POSITION.

           MOVE "N" TO PSN-FOUND-FLAG.
           IF LOAN-POSITIONS-OPEN
               MOVE WS-LN-CUSTOMER-ID(WS-LOAN-IX) TO PN-CUSTOMER-ID
               MOVE WS-LN-LOAN-TS(WS-LOAN-IX) TO PN-LOAN-TIMESTAMP
               READ LOAN-POSITION-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PSN-FILE-STATUS = "00"
                   MOVE "Y" TO PSN-FOUND-FLAG
               END-IF
           END-IF.

           IF NOT LOAN-POSITION-FOUND
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "MISSING  " WS-LN-CUSTOMER-ID(WS-LOAN-IX) " "
                   WS-LN-LOAN-TS(WS-LOAN-IX)
                   DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD
               IF REBUILD-MODE
                   PERFORM WRITE-BACK-POSITION
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNPACK-LOAN-POSITION.
           MOVE "N" TO WS-LOAN-DIFFERS.
           PERFORM COMPARE-POSITION-FIELDS.

           IF WS-LOAN-DIFFERS = "Y"
               ADD 1 TO WS-MISMATCH-COUNT
               IF REBUILD-MODE
                   PERFORM WRITE-BACK-POSITION
               END-IF
           ELSE
               ADD 1 TO WS-AGREE-COUNT
           END-IF.

       COMPUTE-EXPECTED-POSITION.
      *> The ledgers netted exactly as the postings net them, and
      *> the next-due date through the same derivation the postings
      *> use, on the terms the book carries today.
           MOVE FUNCTION NUMVAL(WS-LN-AMOUNT-STR(WS-LOAN-IX))
               TO WS-EXP-LOAN-AMOUNT.
           MOVE FUNCTION NUMVAL(WS-LN-TERM-STR(WS-LOAN-IX))
               TO WS-EXP-TERM.
           MOVE WS-LN-RATE-STR(WS-LOAN-IX) TO WS-EXP-RATE-STR.
           COMPUTE WS-EXP-PRINCIPAL-OUT =
               WS-EXP-LOAN-AMOUNT - WS-LN-PRINCIPAL-PAID(WS-LOAN-IX).
           COMPUTE WS-EXP-INTEREST-OPEN =
               WS-LN-INTEREST-ACCRUED(WS-LOAN-IX)
               - WS-LN-INTEREST-PAID(WS-LOAN-IX).
           COMPUTE WS-EXP-FEES-OPEN =
               WS-LN-FEES-ASSESSED(WS-LOAN-IX)
               - WS-LN-FEES-PAID(WS-LOAN-IX).
           MOVE WS-LN-CASH(WS-LOAN-IX) TO WS-EXP-PAID-TO-DATE.
           MOVE WS-LN-LAST-PAYMENT(WS-LOAN-IX) TO WS-EXP-LAST-PAYMENT.
           MOVE WS-LN-LAST-PERIOD(WS-LOAN-IX) TO WS-EXP-LAST-PERIOD.

           MOVE WS-LN-CUSTOMER-ID(WS-LOAN-IX) TO PSN-CUSTOMER-ID.
           MOVE WS-LN-LOAN-TS(WS-LOAN-IX) TO PSN-LOAN-TIMESTAMP.
           MOVE WS-EXP-LOAN-AMOUNT TO PSN-LOAN-AMOUNT.
           MOVE WS-EXP-TERM TO PSN-TERM.
           MOVE WS-EXP-RATE-STR TO PSN-RATE-STR.
           MOVE WS-EXP-PAID-TO-DATE TO PSN-PAID-TO-DATE.
           PERFORM COMPUTE-POSITION-NEXT-DUE.
           MOVE PSN-NEXT-DUE-DATE TO WS-EXP-NEXT-DUE.

       COMPARE-POSITION-FIELDS.
           IF PSN-LOAN-AMOUNT NOT = WS-EXP-LOAN-AMOUNT
               MOVE "AMOUNT" TO WS-DIFF-FIELD
               MOVE PSN-LOAN-AMOUNT TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-FILE-VALUE
               MOVE WS-EXP-LOAN-AMOUNT TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-TERM NOT = WS-EXP-TERM
               MOVE "TERM" TO WS-DIFF-FIELD
               MOVE PSN-TERM TO WS-TERM-DISPLAY
               MOVE WS-TERM-DISPLAY TO WS-FILE-VALUE
               MOVE WS-EXP-TERM TO WS-TERM-DISPLAY
               MOVE WS-TERM-DISPLAY TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-RATE-STR NOT = WS-EXP-RATE-STR
               MOVE "RATE" TO WS-DIFF-FIELD
               MOVE PSN-RATE-STR TO WS-FILE-VALUE
               MOVE WS-EXP-RATE-STR TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-PRINCIPAL-OUT NOT = WS-EXP-PRINCIPAL-OUT
               MOVE "PRINCIPAL" TO WS-DIFF-FIELD
               MOVE PSN-PRINCIPAL-OUT TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-FILE-VALUE
               MOVE WS-EXP-PRINCIPAL-OUT TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-INTEREST-OPEN NOT = WS-EXP-INTEREST-OPEN
               MOVE "INTEREST" TO WS-DIFF-FIELD
               MOVE PSN-INTEREST-OPEN TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-FILE-VALUE
               MOVE WS-EXP-INTEREST-OPEN TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-FEES-OPEN NOT = WS-EXP-FEES-OPEN
               MOVE "FEES" TO WS-DIFF-FIELD
               MOVE PSN-FEES-OPEN TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-FILE-VALUE
               MOVE WS-EXP-FEES-OPEN TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-PAID-TO-DATE NOT = WS-EXP-PAID-TO-DATE
               MOVE "PAID" TO WS-DIFF-FIELD
               MOVE PSN-PAID-TO-DATE TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-FILE-VALUE
               MOVE WS-EXP-PAID-TO-DATE TO PSN-AMOUNT-EDIT
               MOVE PSN-AMOUNT-EDIT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-LAST-PAYMENT-DATE NOT = WS-EXP-LAST-PAYMENT
               MOVE "LAST-PAID" TO WS-DIFF-FIELD
               MOVE PSN-LAST-PAYMENT-DATE TO WS-FILE-VALUE
               MOVE WS-EXP-LAST-PAYMENT TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-NEXT-DUE-DATE NOT = WS-EXP-NEXT-DUE
               MOVE "NEXT-DUE" TO WS-DIFF-FIELD
               MOVE PSN-NEXT-DUE-DATE TO WS-FILE-VALUE
               MOVE WS-EXP-NEXT-DUE TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.
           IF PSN-LAST-ACCRUAL-PERIOD NOT = WS-EXP-LAST-PERIOD
               MOVE "ACCRUED-TO" TO WS-DIFF-FIELD
               MOVE PSN-LAST-ACCRUAL-PERIOD TO WS-FILE-VALUE
               MOVE WS-EXP-LAST-PERIOD TO WS-LEDGER-VALUE
               PERFORM WRITE-MISMATCH-LINE
           END-IF.

       WRITE-MISMATCH-LINE.
           MOVE "Y" TO WS-LOAN-DIFFERS.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "MISMATCH " WS-LN-CUSTOMER-ID(WS-LOAN-IX) " "
               WS-LN-LOAN-TS(WS-LOAN-IX) " " WS-DIFF-FIELD
               " FILE " WS-FILE-VALUE
               " LEDGERS " WS-LEDGER-VALUE
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.

       WRITE-BACK-POSITION.
           MOVE WS-LN-CUSTOMER-ID(WS-LOAN-IX) TO PSN-CUSTOMER-ID.
           MOVE WS-LN-LOAN-TS(WS-LOAN-IX) TO PSN-LOAN-TIMESTAMP.
           MOVE WS-EXP-LOAN-AMOUNT TO PSN-LOAN-AMOUNT.
           MOVE WS-EXP-TERM TO PSN-TERM.
           MOVE WS-EXP-RATE-STR TO PSN-RATE-STR.
           MOVE WS-EXP-PRINCIPAL-OUT TO PSN-PRINCIPAL-OUT.
           MOVE WS-EXP-INTEREST-OPEN TO PSN-INTEREST-OPEN.
           MOVE WS-EXP-FEES-OPEN TO PSN-FEES-OPEN.
           MOVE WS-EXP-PAID-TO-DATE TO PSN-PAID-TO-DATE.
           MOVE WS-EXP-LAST-PAYMENT TO PSN-LAST-PAYMENT-DATE.
           MOVE WS-EXP-NEXT-DUE TO PSN-NEXT-DUE-DATE.
           MOVE WS-EXP-LAST-PERIOD TO PSN-LAST-ACCRUAL-PERIOD.
           PERFORM PACK-LOAN-POSITION.

           IF LOAN-POSITION-FOUND
               REWRITE LOAN-POSITION-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE LOAN-POSITION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           IF PSN-FILE-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY "ERROR: loan-position-master.dat write failed "
                   "(status " PSN-FILE-STATUS ") for "
                   PSN-CUSTOMER-ID " " PSN-LOAN-TIMESTAMP
           END-IF.

       FIND-ORPHAN-POSITIONS.
      *> Every position record must belong to a funded loan.
           MOVE LOW-VALUES TO PN-POSITION-KEY.
           START LOAN-POSITION-FILE KEY IS NOT LESS THAN
               PN-POSITION-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO WS-POSITION-EOF.
           PERFORM READ-NEXT-POSITION
               UNTIL POSITION-AT-EOF.

       READ-NEXT-POSITION.
           READ LOAN-POSITION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-POSITION-EOF
               NOT AT END
                   MOVE PN-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
                   MOVE PN-LOAN-TIMESTAMP TO WS-SEARCH-LOAN-TS
                   PERFORM FIND-LOAN-SLOT
                   IF WS-LOAN-MATCH = 0
                       PERFORM REPORT-ORPHAN-POSITION
                   END-IF
           END-READ.

       REPORT-ORPHAN-POSITION.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "ORPHAN   " PN-CUSTOMER-ID " " PN-LOAN-TIMESTAMP
               " NOT A FUNDED LOAN ON THE BOOK"
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.

       WRITE-RUN-TOTALS.
           MOVE ALL "-" TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.

           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "Funded loans checked:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY "Funded loans checked:     " WS-COUNT-DISPLAY.

           MOVE WS-AGREE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "Positions in agreement:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY "Positions in agreement:   " WS-COUNT-DISPLAY.

           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "Positions missing:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY "Positions missing:        " WS-COUNT-DISPLAY.

           MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "Positions disagreeing:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY "Positions disagreeing:    " WS-COUNT-DISPLAY.

           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           STRING "Orphan positions:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           DISPLAY "Orphan positions:         " WS-COUNT-DISPLAY.

           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "Ledger entries, no funded loan: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD
               DISPLAY "Ledger entries, no funded loan: "
                   WS-COUNT-DISPLAY
           END-IF.

           IF REBUILD-MODE
               MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "Positions rebuilt:        " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               END-STRING
               WRITE VERIFY-REPORT-RECORD
               DISPLAY "Positions rebuilt:        " WS-COUNT-DISPLAY
               IF WS-WRITE-ERROR-COUNT > 0
                   MOVE WS-WRITE-ERROR-COUNT TO WS-COUNT-DISPLAY
                   MOVE SPACES TO VERIFY-REPORT-RECORD
                   STRING "Rebuild writes failed:    "
                       WS-COUNT-DISPLAY
                       DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
                   END-STRING
                   WRITE VERIFY-REPORT-RECORD
                   DISPLAY "Rebuild writes failed:    "
                       WS-COUNT-DISPLAY
               END-IF
           END-IF.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
