       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISBURSE-RECON.
       AUTHOR. Thesis Project.

      *> DISBURSE-RECON.cbl
      *> Disbursement Clearing Reconciliation
      *>
      *> LOAN-DISBURSE funds a loan the moment an operator says the
      *> money went out; this batch checks that it arrived. It takes
      *> the bank's settlement and confirmation file
      *> (disburse-confirm.dat) and matches each item to its entry on
      *> disbursement-ledger.dat by customer ID, loan timestamp and
      *> amount:
      *>
      *>   - SETTLED clears the disbursement.
      *>   - RETURNED means the borrower never got the money. The
      *>     disbursement is backed out the way PAYMENT-REVERSE backs
      *>     out a payment - an offsetting entry on the ledger, the
      *>     amount negated and DL-REVERSAL-OF pointing at the
      *>     original, which GL-POSTING journals the other way round -
      *>     and the ACTIVE loan goes back to APPROVED, where
      *>     INTEREST-ACCRUE no longer charges it and LOAN-DISBURSE
      *>     can fund it again. Its record on loan-position-master.dat
      *>     is removed, as for any loan not yet funded; anything
      *>     already posted to it is listed for finance to unwind. A
      *>     return for a loan no longer ACTIVE is offset on the
      *>     ledger but the loan is left for someone to look at.
      *>
      *> Every cleared item is appended to disburse-clearing.dat, so
      *> the ledger itself stays append-only and a confirmation file
      *> fed twice is harmless - an item the clearing file already
      *> holds under the same bank reference is listed as already
      *> cleared and changes nothing. An item that matches no
      *> uncleared disbursement, or carries a status other than
      *> SETTLED or RETURNED, is an exception.
      *>
      *> Last, every disbursement still unconfirmed is aged from its
      *> ledger date; one older than the configured age is listed for
      *> follow-up with the bank. disburse-recon-config.dat holds one
      *> line - the age in days (e.g. "3"); a missing config file
      *> defaults to that.
      *>
      *> Exit code 2 when the report lists exceptions or overdue
      *> disbursements, 0 when it is clean.
      *>
      *> Invocation: DISBURSE-RECON
      *> Example: ./disburse-recon
      *>
      *> Output: disburse-clearing.dat (appended),
      *>         disbursement-ledger.dat (appended),
      *>         loan-book-master.dat, loan-position-master.dat
      *>         (updated for returns),
      *>         disburse-recon-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT RECON-CONFIG-FILE ASSIGN TO FCP-DISBURSE-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO FCP-DISBURSE-CONFIRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO FCP-DISBURSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSE-STATUS.

           SELECT CLEARING-FILE ASSIGN TO FCP-DISBURSE-CLEARING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "disburse-recon-report.txt"
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

       FD  RECON-CONFIG-FILE.
       01  RECON-CONFIG-RECORD           PIC X(80).

       FD  CONFIRM-FILE.
           COPY "DISBURSE-CONFIRM-REC.cpy".

       FD  DISBURSEMENT-FILE.
           COPY "DISBURSEMENT-REC.cpy".

       FD  CLEARING-FILE.
           COPY "DISBURSE-CLEAR-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD           PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Run date work fields
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-TODAY-DAYS                 PIC 9(7) VALUE 0.
       01  WS-ENTRY-DAYS                 PIC 9(7) VALUE 0.
       01  WS-AGE-DAYS                   PIC 9(5) VALUE 0.

      *> Reconciliation configuration work fields
       01  WS-CONFIG-STATUS              PIC XX VALUE SPACES.
       01  WS-CFG-AGE-STR                PIC X(5) VALUE SPACES.
       01  WS-MAX-AGE-DAYS               PIC 9(3) VALUE 3.

      *> Confirmation file work fields
       01  WS-CONFIRM-STATUS             PIC XX VALUE SPACES.
       01  WS-CONFIRM-EOF                PIC X VALUE "N".
           88  CONFIRM-AT-EOF            VALUE "Y".
       01  WS-CONFIRM-AMOUNT             PIC 9(10)V99 VALUE 0.

      *> Disbursement table: every ledger entry, with where it stands.
      *> State P unconfirmed, S settled, R returned (or backed out
      *> by hand), X an offsetting entry itself.
       01  WS-DISBURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-DISBURSE-EOF               PIC X VALUE "N".
           88  DISBURSE-AT-EOF           VALUE "Y".
       01  WS-DISB-COUNT                 PIC 9(5) VALUE 0.
       01  WS-DISB-IX                    PIC 9(5) VALUE 0.
       01  WS-DISB-MATCH                 PIC 9(5) VALUE 0.
       01  WS-DISB-TABLE.
           05  WS-DS-ENTRY OCCURS 5000 TIMES.
               10  WS-DS-TIMESTAMP       PIC X(21).
               10  WS-DS-CUSTOMER-ID     PIC X(10).
               10  WS-DS-LOAN-TS         PIC X(21).
               10  WS-DS-AMOUNT-STR      PIC X(15).
               10  WS-DS-AMOUNT          PIC 9(10)V99.
               10  WS-DS-METHOD          PIC X(10).
               10  WS-DS-STATE           PIC X.
               10  WS-DS-BANK-REF        PIC X(16).

      *> Clearing file work fields
       01  WS-CLEARING-STATUS            PIC XX VALUE SPACES.
       01  WS-CLEARING-EOF               PIC X VALUE "N".
           88  CLEARING-AT-EOF           VALUE "Y".

      *> Back-out work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-STATUS-NOW            PIC X(10) VALUE SPACES.
       01  WS-BACKED-OUT                 PIC X VALUE "N".
           88  LOAN-BACKED-OUT           VALUE "Y".
       01  WS-POSITION-NOTE              PIC X(60) VALUE SPACES.

      *> Negated edited form with an explicit sign, so the offsetting
      *> amount stays NUMVAL-parseable and nets out when summed.
       01  WS-NEGATED-EDIT               PIC -9(11).99.
       01  WS-NEGATED-WORK               PIC S9(11)V99 VALUE 0.

      *> Run totals
       01  WS-SETTLED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SETTLED-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-RETURNED-COUNT             PIC 9(6) VALUE 0.
       01  WS-RETURNED-TOTAL             PIC 9(10)V99 VALUE 0.
       01  WS-BACKED-OUT-COUNT           PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT            PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT            PIC 9(6) VALUE 0.
       01  WS-OVERDUE-COUNT              PIC 9(6) VALUE 0.
       01  WS-OVERDUE-TOTAL              PIC 9(10)V99 VALUE 0.
       01  WS-PENDING-COUNT              PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-REASON           PIC X(24) VALUE SPACES.

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
       01  WS-AGE-DISPLAY                PIC ZZZZ9.

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
           MOVE "DISBURSE-RECON" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "DISBURSEMENT CLEARING RECONCILIATION".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)).
           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "DISBURSE_RECON" TO WS-AUDIT-ACTION.

           PERFORM LOAD-RECON-CONFIG.

      *> The clearing file is what keeps a confirmation from being
      *> applied twice, so it is held for the whole run.
           MOVE FCP-DISBURSE-CLEARING TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: disburse-clearing.dat is locked - "
                   "nothing reconciled; rerun later"
               MOVE "REJECTED - CLEARING_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-RUN-LOCKS.

           PERFORM LOAD-DISBURSE-LEDGER.
           PERFORM LOAD-CLEARING-FILE.

           OPEN OUTPUT RECON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER.

           OPEN INPUT CONFIRM-FILE.
           IF WS-CONFIRM-STATUS = "00"
               MOVE "N" TO WS-CONFIRM-EOF
               PERFORM READ-CONFIRM-RECORD
                   UNTIL CONFIRM-AT-EOF
               CLOSE CONFIRM-FILE
           ELSE
               DISPLAY "No confirmation file from the bank today."
               MOVE "No confirmation file received."
                   TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

           PERFORM WRITE-AGING-HEADER.
           PERFORM AGE-ONE-DISBURSEMENT
               VARYING WS-DISB-IX FROM 1 BY 1
               UNTIL WS-DISB-IX > WS-DISB-COUNT.
           IF WS-OVERDUE-COUNT = 0
               MOVE "  None." TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

           PERFORM RELEASE-FILE-LOCK.
           MOVE "N" TO WS-RUN-LOCKS.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RECON-REPORT-FILE.

           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Disbursements settled:    " WS-COUNT-DISPLAY.
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Disbursements returned:   " WS-COUNT-DISPLAY.
           MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Loans backed out:         " WS-COUNT-DISPLAY.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Unconfirmed past "
               WS-MAX-AGE-DAYS " days:" WS-COUNT-DISPLAY.
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Exceptions:               " WS-COUNT-DISPLAY
           END-IF.
           DISPLAY "Report written to disburse-recon-report.txt".
           DISPLAY "========================================".

           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "DISBURSE_RECON" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "SET " WS-SETTLED-COUNT " RET "
               WS-RETURNED-COUNT " LATE " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           IF WS-EXCEPTION-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-RECON-CONFIG.
      *> A missing or unreadable config file falls back to the
      *> default rather than failing the batch.
           OPEN INPUT RECON-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ RECON-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   UNSTRING RECON-CONFIG-RECORD
                       DELIMITED BY ALL SPACES
                       INTO WS-CFG-AGE-STR
                   END-UNSTRING
                   IF WS-CFG-AGE-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-CFG-AGE-STR)
                           TO WS-MAX-AGE-DAYS
                   END-IF
           END-READ.
           CLOSE RECON-CONFIG-FILE.

       SAVE-RUN-LOCK.
      *> Around every nested lock while the clearing lock is held:
      *> the slot is parked and put back the way AUTOPAY-RETURNS
      *> does.
           MOVE FLK-TARGET-NAME TO WS-HELD-LOCK-TARGET.

       RESTORE-RUN-LOCK.
           IF RUN-LOCKS-HELD
               MOVE WS-HELD-LOCK-TARGET TO FLK-TARGET-NAME
               MOVE "Y" TO FLK-GOT-LOCK
           END-IF.

       LOAD-DISBURSE-LEDGER.
           MOVE 0 TO WS-DISB-COUNT.
           OPEN INPUT DISBURSEMENT-FILE.
           IF WS-DISBURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DISBURSE-EOF.
           PERFORM READ-DISBURSE-RECORD
               UNTIL DISBURSE-AT-EOF.

           CLOSE DISBURSEMENT-FILE.

       READ-DISBURSE-RECORD.
           READ DISBURSEMENT-FILE
               AT END
                   MOVE "Y" TO WS-DISBURSE-EOF
               NOT AT END
                   IF WS-DISB-COUNT < 5000
                       PERFORM ADD-DISBURSE-ENTRY
                   ELSE
      *> An entry left off the table would read as never funded, so
      *> a ledger too big for it stops the run cold.
                       DISPLAY "ERROR: disbursement ledger exceeds "
                           "5000 entries - nothing reconciled"
                       PERFORM RELEASE-FILE-LOCK
                       MOVE "N" TO WS-RUN-LOCKS
                       MOVE "REJECTED - LEDGER_FULL"
                           TO WS-AUDIT-OUTCOME
                       PERFORM LOG-AUDIT-TRAIL
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       ADD-DISBURSE-ENTRY.
           ADD 1 TO WS-DISB-COUNT.
           MOVE DL-TIMESTAMP TO WS-DS-TIMESTAMP(WS-DISB-COUNT).
           MOVE DL-CUSTOMER-ID TO WS-DS-CUSTOMER-ID(WS-DISB-COUNT).
           MOVE DL-LOAN-TIMESTAMP TO WS-DS-LOAN-TS(WS-DISB-COUNT).
           MOVE DL-AMOUNT-STR TO WS-DS-AMOUNT-STR(WS-DISB-COUNT).
           MOVE DL-METHOD TO WS-DS-METHOD(WS-DISB-COUNT).
           MOVE SPACES TO WS-DS-BANK-REF(WS-DISB-COUNT).
           IF DL-REVERSAL-OF = SPACES
               MOVE FUNCTION NUMVAL(DL-AMOUNT-STR)
                   TO WS-DS-AMOUNT(WS-DISB-COUNT)
               MOVE "P" TO WS-DS-STATE(WS-DISB-COUNT)
               EXIT PARAGRAPH
           END-IF.

      *> An offsetting entry is never itself confirmed; the
      *> disbursement it backs out is settled business whether the
      *> clearing file says so or not.
           MOVE 0 TO WS-DS-AMOUNT(WS-DISB-COUNT).
           MOVE "X" TO WS-DS-STATE(WS-DISB-COUNT).
           PERFORM MARK-REVERSED-ORIGINAL
               VARYING WS-DISB-IX FROM 1 BY 1
               UNTIL WS-DISB-IX >= WS-DISB-COUNT.

       MARK-REVERSED-ORIGINAL.
           IF WS-DS-TIMESTAMP(WS-DISB-IX) = DL-REVERSAL-OF
               AND WS-DS-CUSTOMER-ID(WS-DISB-IX) = DL-CUSTOMER-ID
               AND WS-DS-LOAN-TS(WS-DISB-IX) = DL-LOAN-TIMESTAMP
               MOVE "R" TO WS-DS-STATE(WS-DISB-IX)
           END-IF.

       LOAD-CLEARING-FILE.
           OPEN INPUT CLEARING-FILE.
           IF WS-CLEARING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CLEARING-EOF.
           PERFORM READ-CLEARING-RECORD
               UNTIL CLEARING-AT-EOF.

           CLOSE CLEARING-FILE.

       READ-CLEARING-RECORD.
           READ CLEARING-FILE
               AT END
                   MOVE "Y" TO WS-CLEARING-EOF
               NOT AT END
                   PERFORM APPLY-CLEARING-RECORD
                       VARYING WS-DISB-IX FROM 1 BY 1
                       UNTIL WS-DISB-IX > WS-DISB-COUNT
           END-READ.

       APPLY-CLEARING-RECORD.
           IF WS-DS-TIMESTAMP(WS-DISB-IX) = DC-DISB-TIMESTAMP
               AND WS-DS-CUSTOMER-ID(WS-DISB-IX) = DC-CUSTOMER-ID
               AND WS-DS-LOAN-TS(WS-DISB-IX) = DC-LOAN-TIMESTAMP
               MOVE DC-BANK-REF TO WS-DS-BANK-REF(WS-DISB-IX)
               IF DC-STATUS = "RETURNED"
                   MOVE "R" TO WS-DS-STATE(WS-DISB-IX)
               ELSE
                   MOVE "S" TO WS-DS-STATE(WS-DISB-IX)
               END-IF
           END-IF.

       READ-CONFIRM-RECORD.
           READ CONFIRM-FILE
               AT END
                   MOVE "Y" TO WS-CONFIRM-EOF
               NOT AT END
                   IF DK-CUSTOMER-ID NOT = SPACES
                       PERFORM PROCESS-ONE-CONFIRMATION
                   END-IF
           END-READ.

       PROCESS-ONE-CONFIRMATION.
           IF DK-STATUS NOT = "SETTLED" AND DK-STATUS NOT = "RETURNED"
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING "UNKNOWN STATUS " DK-STATUS
                   DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(DK-AMOUNT-STR) TO WS-CONFIRM-AMOUNT.

      *> The oldest unconfirmed disbursement of that amount to that
      *> loan - a loan funded twice has two entries to clear.
           MOVE 0 TO WS-DISB-MATCH.
           PERFORM FIND-PENDING-DISBURSEMENT
               VARYING WS-DISB-IX FROM 1 BY 1
               UNTIL WS-DISB-IX > WS-DISB-COUNT
                   OR WS-DISB-MATCH > 0.

           IF WS-DISB-MATCH = 0
               PERFORM FIND-CLEARED-DISBURSEMENT
                   VARYING WS-DISB-IX FROM 1 BY 1
                   UNTIL WS-DISB-IX > WS-DISB-COUNT
                       OR WS-DISB-MATCH > 0
               IF WS-DISB-MATCH > 0
                   ADD 1 TO WS-DUPLICATE-COUNT
                   PERFORM WRITE-DUPLICATE-LINE
               ELSE
                   MOVE "NOT MATCHED TO LEDGER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE DK-BANK-REF TO WS-DS-BANK-REF(WS-DISB-MATCH).
           IF DK-STATUS = "SETTLED"
               MOVE "S" TO WS-DS-STATE(WS-DISB-MATCH)
               PERFORM APPEND-CLEARING-RECORD
               ADD 1 TO WS-SETTLED-COUNT
               ADD WS-DS-AMOUNT(WS-DISB-MATCH) TO WS-SETTLED-TOTAL
               PERFORM WRITE-SETTLED-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-DS-STATE(WS-DISB-MATCH).
           PERFORM APPEND-CLEARING-RECORD.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-DS-AMOUNT(WS-DISB-MATCH) TO WS-RETURNED-TOTAL.
           PERFORM BACK-OUT-DISBURSEMENT.

       FIND-PENDING-DISBURSEMENT.
           IF WS-DS-STATE(WS-DISB-IX) = "P"
               AND WS-DS-CUSTOMER-ID(WS-DISB-IX) = DK-CUSTOMER-ID
               AND WS-DS-LOAN-TS(WS-DISB-IX) = DK-LOAN-TIMESTAMP
               AND WS-DS-AMOUNT(WS-DISB-IX) = WS-CONFIRM-AMOUNT
               MOVE WS-DISB-IX TO WS-DISB-MATCH
           END-IF.

       FIND-CLEARED-DISBURSEMENT.
           IF WS-DS-BANK-REF(WS-DISB-IX) = DK-BANK-REF
               AND WS-DS-CUSTOMER-ID(WS-DISB-IX) = DK-CUSTOMER-ID
               AND WS-DS-LOAN-TS(WS-DISB-IX) = DK-LOAN-TIMESTAMP
               MOVE WS-DISB-IX TO WS-DISB-MATCH
           END-IF.

       APPEND-CLEARING-RECORD.
      *> The run already holds the clearing file's lock.
           MOVE WS-DS-TIMESTAMP(WS-DISB-MATCH) TO DC-DISB-TIMESTAMP.
           MOVE WS-DS-CUSTOMER-ID(WS-DISB-MATCH) TO DC-CUSTOMER-ID.
           MOVE WS-DS-LOAN-TS(WS-DISB-MATCH) TO DC-LOAN-TIMESTAMP.
           MOVE WS-DS-AMOUNT-STR(WS-DISB-MATCH) TO DC-AMOUNT-STR.
           MOVE DK-STATUS TO DC-STATUS.
           MOVE DK-BANK-REF TO DC-BANK-REF.
           MOVE DK-VALUE-DATE TO DC-VALUE-DATE.
           MOVE DK-RETURN-REASON TO DC-RETURN-REASON.
           MOVE WS-TODAY TO DC-CLEARED-DATE.

           OPEN EXTEND CLEARING-FILE.
           IF WS-CLEARING-STATUS = "35"
               OPEN OUTPUT CLEARING-FILE
           END-IF.
           WRITE DISBURSE-CLEAR-RECORD.
           CLOSE CLEARING-FILE.

       BACK-OUT-DISBURSEMENT.
           MOVE "N" TO WS-BACKED-OUT.
           MOVE SPACES TO WS-POSITION-NOTE.
           PERFORM WRITE-OFFSETTING-ENTRY.
           PERFORM RESTORE-APPROVED-STATUS.
           IF LOAN-BACKED-OUT
               PERFORM REMOVE-LOAN-POSITION
               ADD 1 TO WS-BACKED-OUT-COUNT
           END-IF.
           PERFORM WRITE-RETURNED-LINE.

           MOVE WS-DS-CUSTOMER-ID(WS-DISB-MATCH) TO WS-AUDIT-CUSTOMER.
           MOVE "DISBURSE_RETURN" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF LOAN-BACKED-OUT
               MOVE "BACKED OUT TO APPROVED" TO WS-AUDIT-OUTCOME
           ELSE
               STRING "RETURNED - LOAN " WS-LOAN-STATUS-NOW
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.

       WRITE-OFFSETTING-ENTRY.
      *> Appended anyway if the lock cannot be had, after the
      *> conflicting program is named - as every ledger append is.
           MOVE FUNCTION CURRENT-DATE TO DL-TIMESTAMP.
           MOVE WS-TODAY TO DL-TIMESTAMP(1:8).
           MOVE WS-DS-CUSTOMER-ID(WS-DISB-MATCH) TO DL-CUSTOMER-ID.
           MOVE WS-DS-LOAN-TS(WS-DISB-MATCH) TO DL-LOAN-TIMESTAMP.
           COMPUTE WS-NEGATED-WORK = 0 - WS-DS-AMOUNT(WS-DISB-MATCH).
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO DL-AMOUNT-STR.
           MOVE WS-DS-METHOD(WS-DISB-MATCH) TO DL-METHOD.
           MOVE WS-DS-TIMESTAMP(WS-DISB-MATCH) TO DL-REVERSAL-OF.

           PERFORM SAVE-RUN-LOCK.
           MOVE FCP-DISBURSEMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND DISBURSEMENT-FILE.
           IF WS-DISBURSE-STATUS = "35"
               OPEN OUTPUT DISBURSEMENT-FILE
           END-IF.
           WRITE DISBURSEMENT-RECORD.
           CLOSE DISBURSEMENT-FILE.

           PERFORM RELEASE-FILE-LOCK.
           PERFORM RESTORE-RUN-LOCK.

       RESTORE-APPROVED-STATUS.
      *> Only a loan still ACTIVE goes back: one since paid off,
      *> defaulted or modified into something else has a history the
      *> return does not undo on its own.
           MOVE SPACES TO WS-LOAN-STATUS-NOW.
           PERFORM SAVE-RUN-LOCK.
           MOVE FCP-LOAN-BOOK TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               MOVE "BOOK LOCKED" TO WS-LOAN-STATUS-NOW
               PERFORM RESTORE-RUN-LOCK
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE WS-DS-CUSTOMER-ID(WS-DISB-MATCH) TO LB-CUSTOMER-ID
               MOVE WS-DS-LOAN-TS(WS-DISB-MATCH) TO LB-TIMESTAMP
               READ LOAN-BOOK-FILE
                   INVALID KEY
                       MOVE "NOT ON BOOK" TO WS-LOAN-STATUS-NOW
               END-READ
               IF WS-LOAN-BOOK-STATUS = "00"
                   MOVE LB-STATUS TO WS-LOAN-STATUS-NOW
                   IF LB-STATUS = "ACTIVE"
                       MOVE "APPROVED" TO LB-STATUS
                       REWRITE LOAN-BOOK-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF WS-LOAN-BOOK-STATUS = "00"
                           MOVE "Y" TO WS-BACKED-OUT
                       END-IF
                   END-IF
               END-IF
               CLOSE LOAN-BOOK-FILE
           ELSE
               MOVE "NO LOAN BOOK" TO WS-LOAN-STATUS-NOW
           END-IF.

           PERFORM RELEASE-FILE-LOCK.
           PERFORM RESTORE-RUN-LOCK.

       REMOVE-LOAN-POSITION.
      *> Funding opened the position; a loan back at APPROVED has had
      *> no money sent and carries none, so POSITION-VERIFY does not
      *> find it orphaned. Anything posted since funding is named for
      *> finance - the ledgers still hold it.
           MOVE WS-DS-CUSTOMER-ID(WS-DISB-MATCH) TO PSN-CUSTOMER-ID.
           MOVE WS-DS-LOAN-TS(WS-DISB-MATCH) TO PSN-LOAN-TIMESTAMP.

           PERFORM SAVE-RUN-LOCK.
           MOVE FCP-LOAN-POSITION TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN I-O LOAN-POSITION-FILE.
           IF PSN-FILE-STATUS = "00"
               MOVE PSN-CUSTOMER-ID TO PN-CUSTOMER-ID
               MOVE PSN-LOAN-TIMESTAMP TO PN-LOAN-TIMESTAMP
               READ LOAN-POSITION-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF PSN-FILE-STATUS = "00"
                   PERFORM UNPACK-LOAN-POSITION
                   IF PSN-PAID-TO-DATE NOT = 0
                       OR PSN-INTEREST-OPEN NOT = 0
                       OR PSN-FEES-OPEN NOT = 0
                       MOVE "POSTINGS SINCE FUNDING - SEE LEDGERS"
                           TO WS-POSITION-NOTE
                   END-IF
                   DELETE LOAN-POSITION-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               CLOSE LOAN-POSITION-FILE
           END-IF.

           PERFORM RELEASE-FILE-LOCK.
           PERFORM RESTORE-RUN-LOCK.

       AGE-ONE-DISBURSEMENT.
           IF WS-DS-STATE(WS-DISB-IX) NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DS-TIMESTAMP(WS-DISB-IX)(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-ENTRY-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DS-TIMESTAMP(WS-DISB-IX)(1:8))).
           IF WS-ENTRY-DAYS > WS-TODAY-DAYS
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-ENTRY-DAYS
           END-IF.

           IF WS-AGE-DAYS > WS-MAX-AGE-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               ADD WS-DS-AMOUNT(WS-DISB-IX) TO WS-OVERDUE-TOTAL
               PERFORM WRITE-OVERDUE-LINE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "DISBURSEMENT CLEARING RECONCILIATION - BUSINESS "
               "DATE " WS-TODAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "RESULT    BANK REF         CUSTOMER   "
               "LOAN TIMESTAMP        AMOUNT          NOTE"
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-SETTLED-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "SETTLED   " DK-BANK-REF " "
               WS-DS-CUSTOMER-ID(WS-DISB-MATCH) " "
               WS-DS-LOAN-TS(WS-DISB-MATCH) " "
               WS-DS-AMOUNT-STR(WS-DISB-MATCH) " "
               WS-DS-METHOD(WS-DISB-MATCH)
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-RETURNED-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "RETURNED  " DK-BANK-REF " "
               WS-DS-CUSTOMER-ID(WS-DISB-MATCH) " "
               WS-DS-LOAN-TS(WS-DISB-MATCH) " "
               WS-DS-AMOUNT-STR(WS-DISB-MATCH) " "
               DK-RETURN-REASON
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE SPACES TO RECON-REPORT-RECORD.
           IF LOAN-BACKED-OUT
               MOVE "  LOAN BACKED OUT TO APPROVED - OFFSET ON LEDGER"
                   TO RECON-REPORT-RECORD
           ELSE
               STRING "  OFFSET ON LEDGER - LOAN IS "
                   FUNCTION TRIM(WS-LOAN-STATUS-NOW)
                   ", NOT BACKED OUT; REVIEW BY HAND"
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE RECON-REPORT-RECORD.

           IF WS-POSITION-NOTE NOT = SPACES
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "  " WS-POSITION-NOTE
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               END-STRING
               WRITE RECON-REPORT-RECORD
           END-IF.

       WRITE-DUPLICATE-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "CLEARED   " DK-BANK-REF " " DK-CUSTOMER-ID " "
               DK-LOAN-TIMESTAMP " " DK-AMOUNT-STR " "
               "ALREADY CLEARED"
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "EXCEPTION " DK-BANK-REF " " DK-CUSTOMER-ID " "
               DK-LOAN-TIMESTAMP " " DK-AMOUNT-STR " "
               WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-AGING-HEADER.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "UNCONFIRMED MORE THAN " WS-MAX-AGE-DAYS
               " DAYS AFTER DISBURSEMENT"
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "DISBURSED  CUSTOMER   LOAN TIMESTAMP        "
               "AMOUNT          METHOD      DAYS"
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-OVERDUE-LINE.
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING WS-DS-TIMESTAMP(WS-DISB-IX)(1:8) "   "
               WS-DS-CUSTOMER-ID(WS-DISB-IX) " "
               WS-DS-LOAN-TS(WS-DISB-IX) " "
               WS-DS-AMOUNT-STR(WS-DISB-IX) " "
               WS-DS-METHOD(WS-DISB-IX) " "
               WS-AGE-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-SETTLED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Settled:             " WS-COUNT-DISPLAY
               "   $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-RETURNED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Returned:            " WS-COUNT-DISPLAY
               "   $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-BACKED-OUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Loans backed out:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Already cleared:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Exceptions:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Awaiting the bank:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-OVERDUE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING "Unconfirmed overdue: " WS-COUNT-DISPLAY
               "   $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "DISBURSE-RECON" TO AT-PROGRAM-NAME.
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
