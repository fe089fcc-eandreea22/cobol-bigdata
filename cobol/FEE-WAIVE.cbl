       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WAIVE.
       AUTHOR. Thesis Project.

      *> FEE-WAIVE.cbl
      *> Fee Waiver And Refund Program
      *>
      *> Takes back one fee on loan-fee-ledger.dat when the borrower
      *> was late through no fault of their own - our own error
      *> (OURERROR), a declared disaster (DISASTER), or a complaint
      *> settlement (COMPLNT). The fee is never touched: a waiver
      *> entry carrying the fee's amount negated, the waived fee's
      *> posting timestamp and the reason code is appended beside
      *> it, so every program that sums the ledger nets it out.
      *>
      *> Whatever part of the fee is still open on the loan is
      *> simply taken off. Whatever part the borrower already paid
      *> through the fee portion of a payment on loan-payments.dat
      *> goes back to them as an overpayment credit: a payments
      *> record with no cash, the refunded amount moved from the fee
      *> portion to the principal portion. Both land on the loan's
      *> position in the same run.
      *>
      *> An operator may waive on their own say-so up to their
      *> roster role's limit on fee-waiver-authority.dat; anything
      *> larger is queued PENDING on fee-waiver-register.dat until a
      *> DIFFERENT operator whose own limit covers it approves or
      *> rejects it. Every waiver, posted or not, stays on the
      *> register for FEE-WAIVER-REPORT.
      *>
      *> Invocation:
      *>   FEE-WAIVE REQUEST <operator_id> <customer_id>
      *>             <fee_timestamp> <OURERROR|DISASTER|COMPLNT>
      *>   FEE-WAIVE APPROVE <approver_id> <waiver_id>
      *>   FEE-WAIVE REJECT <approver_id> <waiver_id> <reason>
      *>   FEE-WAIVE LIST
      *>   <fee_timestamp> is the fee's posting timestamp
      *>   (FL-TIMESTAMP on loan-fee-ledger.dat).
      *> Examples:
      *>   ./fee-waive REQUEST A-0001 C-00001 2026091502150000+0000
      *>       OURERROR
      *>   ./fee-waive APPROVE A-0002 00000001
      *>   ./fee-waive REJECT A-0002 00000002 PAID_LATE_ANYWAY
      *>
      *> Return code: 0 posted, queued, or decided; 1 refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT OPERATOR-ROSTER-FILE
               ASSIGN TO FCP-OPERATOR-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-ROSTER-STATUS.

           SELECT WAIVER-AUTHORITY-FILE
               ASSIGN TO FCP-WAIVER-AUTHORITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAU-FILE-STATUS.

           SELECT WAIVER-REGISTER-FILE ASSIGN TO FCP-FEE-WAIVERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT WAIVER-REGISTER-NEW-FILE
               ASSIGN TO "fee-waiver-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-NEW-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CONTROL-TOTAL-FILE ASSIGN TO FCP-CONTROL-TOTALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  OPERATOR-ROSTER-FILE.
           COPY "OPERATOR-REC.cpy".

       FD  WAIVER-AUTHORITY-FILE.
           COPY "WAIVER-AUTHORITY-REC.cpy".

       FD  WAIVER-REGISTER-FILE.
           COPY "FEE-WAIVER-REC.cpy".

       FD  WAIVER-REGISTER-NEW-FILE.
       01  WAIVER-REGISTER-NEW-RECORD    PIC X(208).

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  CONTROL-TOTAL-FILE.
           COPY "CONTROL-TOTAL-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Waiver register work fields
       01  WS-REGISTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-NEW-STATUS        PIC XX VALUE SPACES.
       01  WS-REGISTER-EOF               PIC X VALUE "N".
           88  REGISTER-AT-EOF           VALUE "Y".
       01  WS-NEXT-WAIVER-NUM            PIC 9(8) VALUE 0.
       01  WS-PENDING-FOR-FEE            PIC X VALUE "N".
           88  FEE-ALREADY-PENDING       VALUE "Y".
       01  WS-WAIVER-FOUND               PIC X VALUE "N".
           88  WAIVER-WAS-FOUND          VALUE "Y".
       01  WS-PENDING-COUNT              PIC 9(4) VALUE 0.

      *> The fee being waived, as found on the fee ledger
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-FEE-FOUND                  PIC X VALUE "N".
           88  FEE-WAS-FOUND             VALUE "Y".
       01  WS-FEE-WAIVED                 PIC X VALUE "N".
           88  FEE-ALREADY-WAIVED        VALUE "Y".
       01  WS-LOAN-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-FEE-PERIOD                 PIC X(6) VALUE SPACES.
       01  WS-FEE-TYPE                   PIC X(8) VALUE SPACES.
       01  WS-FEE-AMOUNT                 PIC 9(8)V99 VALUE 0.

      *> Open fees on the loan when the waiver posts: assessments
      *> (waivers already netted) less the fee portions of payments
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-FEES-ASSESSED              PIC S9(10)V99 VALUE 0.
       01  WS-FEES-PAID                  PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-FEES                  PIC S9(10)V99 VALUE 0.

      *> How the waiver splits: taken off open fees, or refunded
       01  WS-WAIVED-AMOUNT              PIC 9(8)V99 VALUE 0.
       01  WS-REFUND-AMOUNT              PIC 9(8)V99 VALUE 0.
       01  WS-WAIVER-POSTED              PIC X VALUE "N".
           88  WAIVER-WAS-POSTED         VALUE "Y".
       01  WS-NEGATED-WORK               PIC S9(8)V99 VALUE 0.
       01  WS-NEGATED-EDIT               PIC -9(8).99.
       01  WS-AMOUNT-EDIT                PIC 9(8).99.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LIMIT-DISPLAY              PIC ZZ,ZZZ,ZZ9.99.

      *> Control totals for BALANCE-CHECK
       01  WS-CONTROL-STATUS             PIC XX VALUE SPACES.
       01  WS-CT-WAIVER-ENTRIES          PIC 9(6) VALUE 0.
       01  WS-CT-REFUND-CREDITS          PIC 9(6) VALUE 0.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ID                   PIC X(10) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-COMMAND                    PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-FEE-TIMESTAMP              PIC X(21) VALUE SPACES.
       01  WS-REASON-CODE                PIC X(8) VALUE SPACES.
           88  VALID-REASON-CODE         VALUE "OURERROR" "DISASTER"
                                               "COMPLNT".
       01  WS-WAIVER-ID                  PIC X(8) VALUE SPACES.
       01  WS-REJECT-REASON              PIC X(30) VALUE SPACES.
       01  WS-REQUESTED-BY               PIC X(10) VALUE SPACES.
       01  WS-DECISION-WORD              PIC X(8) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

      *> The register lock is held for a whole request or decision;
      *> the fee ledger and payments appends take their own locks
      *> inside it, with the slot parked and put back around them.
       01  WS-HELD-LOCK-TARGET           PIC X(200) VALUE SPACES.
       01  WS-RUN-LOCKS                  PIC X VALUE "N".
           88  RUN-LOCKS-HELD            VALUE "Y".

      *> Operator roster authorization (role-based; a missing
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

      *> Fee waiver authority by roster role
           COPY "WAIVER-AUTHORITY-WS.cpy".

      *> Loan position master (current balances per funded loan,
      *> posted in the same run as the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "FEE-WAIVE" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "FEE WAIVER AND REFUND".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "REQUEST"
                   PERFORM REQUEST-WAIVER
               WHEN "APPROVE"
                   PERFORM DECIDE-WAIVER
               WHEN "REJECT"
                   PERFORM DECIDE-WAIVER
               WHEN "LIST"
                   PERFORM LIST-PENDING-WAIVERS
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   DISPLAY "Usage: FEE-WAIVE REQUEST <operator_id> "
                       "<customer_id> <fee_timestamp> <reason_code>"
                   DISPLAY "       FEE-WAIVE APPROVE <approver_id> "
                       "<waiver_id>"
                   DISPLAY "       FEE-WAIVE REJECT <approver_id> "
                       "<waiver_id> <reason>"
                   DISPLAY "       FEE-WAIVE LIST"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       REQUEST-WAIVER.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND WS-OPERATOR-ID WS-CUSTOMER-ID
                    WS-FEE-TIMESTAMP WS-REASON-CODE
           END-UNSTRING.
           MOVE WS-CUSTOMER-ID TO WS-AUDIT-ID.

           IF WS-OPERATOR-ID = SPACES OR WS-CUSTOMER-ID = SPACES
               OR WS-FEE-TIMESTAMP = SPACES
               OR WS-REASON-CODE = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: FEE-WAIVE REQUEST <operator_id> "
                   "<customer_id> <fee_timestamp> <reason_code>"
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF NOT VALID-REASON-CODE
               DISPLAY "ERROR: Reason code must be OURERROR, "
                   "DISASTER or COMPLNT"
               MOVE "REJECTED - BAD_REASON_CODE" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *> Anyone active on the roster may ask; how much they may
      *> give away without a second pair of eyes is their role's.
           MOVE WS-OPERATOR-ID TO WAU-OPERATOR-ID.
           PERFORM LOOKUP-WAIVER-AUTHORITY.
           IF WAU-DENY-REASON NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " WAU-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DENIED - " WAU-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *> The id assignment, the duplicate checks and the posting all
      *> run under the register lock, so two operators waiving the
      *> same fee at once cannot both get it.
           PERFORM ACQUIRE-REGISTER-LOCK.
           IF NOT RUN-LOCKS-HELD
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-FEE-TO-WAIVE.
           IF NOT FEE-WAS-FOUND OR FEE-ALREADY-WAIVED
               PERFORM RELEASE-REGISTER-LOCK
               IF NOT FEE-WAS-FOUND
                   DISPLAY "ERROR: No fee " WS-FEE-TIMESTAMP
                       " for " WS-CUSTOMER-ID
                       " on loan-fee-ledger.dat"
                   MOVE "REJECTED - FEE_NOT_FOUND" TO WS-AUDIT-OUTCOME
               ELSE
                   DISPLAY "ERROR: Fee " WS-FEE-TIMESTAMP
                       " has already been waived"
                   MOVE "REJECTED - ALREADY_WAIVED"
                       TO WS-AUDIT-OUTCOME
               END-IF
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCAN-WAIVER-REGISTER.
           IF FEE-ALREADY-PENDING
               PERFORM RELEASE-REGISTER-LOCK
               DISPLAY "ERROR: A waiver of fee " WS-FEE-TIMESTAMP
                   " is already waiting for approval"
               MOVE "REJECTED - ALREADY_PENDING" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-WAIVER-POSTED.
           MOVE 0 TO WS-WAIVED-AMOUNT.
           MOVE 0 TO WS-REFUND-AMOUNT.
           IF WAIVER-UNLIMITED OR WS-FEE-AMOUNT <= WAU-MAX-WAIVER
               PERFORM POST-WAIVER
           END-IF.

           PERFORM APPEND-WAIVER-REQUEST.

           PERFORM RELEASE-REGISTER-LOCK.

           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "".
           DISPLAY "Waiver " FW-WAIVER-ID " - " WS-FEE-TYPE " fee of "
               WS-AMOUNT-DISPLAY " on " WS-CUSTOMER-ID " / "
               WS-LOAN-TIMESTAMP.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF WAIVER-WAS-POSTED
               PERFORM DISPLAY-POSTED-SPLIT
               STRING "POSTED " FW-WAIVER-ID " " WS-REASON-CODE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               MOVE WAU-MAX-WAIVER TO WS-LIMIT-DISPLAY
               DISPLAY "Over the " FUNCTION TRIM(WAU-ROLE)
                   " waiver limit of " WS-LIMIT-DISPLAY
                   " - queued PENDING"
               DISPLAY "A different operator with enough authority "
                   "must APPROVE it before it posts."
               STRING "PENDING " FW-WAIVER-ID " OVER_LIMIT"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.
           DISPLAY "========================================".

           PERFORM LOG-AUDIT-TRAIL.
           PERFORM WRITE-CONTROL-TOTALS.

           MOVE 0 TO RETURN-CODE.

       DECIDE-WAIVER.
      *> APPROVE or REJECT a PENDING waiver. The decider must not be
      *> the operator who asked, and their own role's limit must
      *> cover the fee - a second pair of eyes with less authority
      *> than the amount is no control at all.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND WS-OPERATOR-ID WS-WAIVER-ID
                    WS-REJECT-REASON
           END-UNSTRING.
           MOVE WS-OPERATOR-ID TO WS-AUDIT-ID.

           IF WS-OPERATOR-ID = SPACES OR WS-WAIVER-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: FEE-WAIVE " WS-COMMAND
                   " <approver_id> <waiver_id> [reason]"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF WS-COMMAND = "REJECT" AND WS-REJECT-REASON = SPACES
               DISPLAY "ERROR: A rejection needs a reason"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OPERATOR-ID TO WAU-OPERATOR-ID.
           PERFORM LOOKUP-WAIVER-AUTHORITY.
           IF WAU-DENY-REASON NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " WAU-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DENIED - " WAU-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *> Find, post and the register rewrite all run under the
      *> register lock, so a waiver cannot be approved twice.
           PERFORM ACQUIRE-REGISTER-LOCK.
           IF NOT RUN-LOCKS-HELD
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PENDING-WAIVER.

           IF NOT WAIVER-WAS-FOUND
               PERFORM RELEASE-REGISTER-LOCK
               DISPLAY "ERROR: No PENDING waiver " WS-WAIVER-ID
                   " on the register"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF WS-REQUESTED-BY = WS-OPERATOR-ID
               PERFORM RELEASE-REGISTER-LOCK
               DISPLAY "ERROR: Waiver " WS-WAIVER-ID
                   " was asked for by "
                   FUNCTION TRIM(WS-REQUESTED-BY)
                   " - a different operator must decide it"
               STRING "REFUSED " WS-WAIVER-ID " SELF_APPROVAL"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           IF NOT WAIVER-UNLIMITED
               AND WS-FEE-AMOUNT > WAU-MAX-WAIVER
               PERFORM RELEASE-REGISTER-LOCK
               MOVE WAU-MAX-WAIVER TO WS-LIMIT-DISPLAY
               DISPLAY "ERROR: Waiver " WS-WAIVER-ID
                   " is over the " FUNCTION TRIM(WAU-ROLE)
                   " waiver limit of " WS-LIMIT-DISPLAY
               STRING "REFUSED " WS-WAIVER-ID " OVER_LIMIT"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *> The fee is looked up again at approval: another waiver may
      *> have taken it back while this one sat in the queue.
           MOVE "N" TO WS-WAIVER-POSTED.
           MOVE 0 TO WS-WAIVED-AMOUNT.
           MOVE 0 TO WS-REFUND-AMOUNT.
           IF WS-COMMAND = "APPROVE"
               PERFORM FIND-FEE-TO-WAIVE
               IF NOT FEE-WAS-FOUND OR FEE-ALREADY-WAIVED
                   PERFORM RELEASE-REGISTER-LOCK
                   DISPLAY "ERROR: Fee " WS-FEE-TIMESTAMP
                       " is no longer open to waive - REJECT "
                       "waiver " WS-WAIVER-ID " instead"
                   STRING "REFUSED " WS-WAIVER-ID " ALREADY_WAIVED"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM POST-WAIVER
               MOVE "APPROVED" TO WS-DECISION-WORD
           ELSE
               MOVE "REJECTED" TO WS-DECISION-WORD
           END-IF.

           PERFORM REWRITE-REGISTER-DECISION.

           PERFORM RELEASE-REGISTER-LOCK.

           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "".
           DISPLAY "Waiver " WS-WAIVER-ID " " WS-DECISION-WORD
               " by " FUNCTION TRIM(WS-OPERATOR-ID)
               " (asked for by " FUNCTION TRIM(WS-REQUESTED-BY) ")".
           DISPLAY WS-FEE-TYPE " fee of " WS-AMOUNT-DISPLAY " on "
               WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP.
           IF WAIVER-WAS-POSTED
               PERFORM DISPLAY-POSTED-SPLIT
           END-IF.
           DISPLAY "========================================".

           STRING WS-DECISION-WORD " " WS-WAIVER-ID " REQ "
               WS-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           PERFORM WRITE-CONTROL-TOTALS.

           MOVE 0 TO RETURN-CODE.

       DISPLAY-POSTED-SPLIT.
           MOVE WS-WAIVED-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Taken off open fees:        " WS-AMOUNT-DISPLAY.
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Refunded as overpayment:    " WS-AMOUNT-DISPLAY.

       ACQUIRE-REGISTER-LOCK.
           MOVE FCP-FEE-WAIVERS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF FLK-LOCK-HELD
               MOVE "Y" TO WS-RUN-LOCKS
           ELSE
               DISPLAY "ERROR: fee-waiver-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "N" TO WS-RUN-LOCKS
           END-IF.

       RELEASE-REGISTER-LOCK.
           MOVE FCP-FEE-WAIVERS TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.
           PERFORM RELEASE-FILE-LOCK.
           MOVE "N" TO WS-RUN-LOCKS.

       SAVE-RUN-LOCK.
      *> Around every nested lock while the register lock is held:
      *> the slot is parked and put back the way AUTOPAY-RETURNS
      *> does.
           MOVE FLK-TARGET-NAME TO WS-HELD-LOCK-TARGET.

       RESTORE-RUN-LOCK.
           IF RUN-LOCKS-HELD
               MOVE WS-HELD-LOCK-TARGET TO FLK-TARGET-NAME
               MOVE "Y" TO FLK-GOT-LOCK
           END-IF.

       FIND-FEE-TO-WAIVE.
      *> The fee is named by its customer and posting timestamp, the
      *> same pair COMPLAINT-MAINTAIN links a fee complaint by. A
      *> waiver entry already on file against it means it is gone.
           MOVE "N" TO WS-FEE-FOUND.
           MOVE "N" TO WS-FEE-WAIVED.
           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-FEE-FOR-WAIVER
               UNTIL FEE-AT-EOF.

           CLOSE FEE-LEDGER-FILE.

       READ-FEE-FOR-WAIVER.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
               NOT AT END
                   IF FL-CUSTOMER-ID = WS-CUSTOMER-ID
                       IF FL-TIMESTAMP = WS-FEE-TIMESTAMP
                           AND FL-WAIVER-OF = SPACES
                           AND NOT FEE-WAS-FOUND
                           MOVE "Y" TO WS-FEE-FOUND
                           MOVE FL-LOAN-TIMESTAMP
                               TO WS-LOAN-TIMESTAMP
                           MOVE FL-PERIOD TO WS-FEE-PERIOD
                           MOVE FL-FEE-TYPE TO WS-FEE-TYPE
                           MOVE FUNCTION NUMVAL(FL-AMOUNT-STR)
                               TO WS-FEE-AMOUNT
                       END-IF
                       IF FL-WAIVER-OF = WS-FEE-TIMESTAMP
                           MOVE "Y" TO WS-FEE-WAIVED
                       END-IF
                   END-IF
           END-READ.

       SCAN-WAIVER-REGISTER.
      *> One pass finds the next waiver id (one past the highest on
      *> file - ids are never reused) and any PENDING waiver of the
      *> same fee.
           MOVE 0 TO WS-NEXT-WAIVER-NUM.
           MOVE "N" TO WS-PENDING-FOR-FEE.
           OPEN INPUT WAIVER-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM READ-REGISTER-FOR-REQUEST
                   UNTIL REGISTER-AT-EOF
               CLOSE WAIVER-REGISTER-FILE
           END-IF.
           ADD 1 TO WS-NEXT-WAIVER-NUM.

       READ-REGISTER-FOR-REQUEST.
           READ WAIVER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF FUNCTION NUMVAL(FW-WAIVER-ID) >
                       WS-NEXT-WAIVER-NUM
                       MOVE FUNCTION NUMVAL(FW-WAIVER-ID)
                           TO WS-NEXT-WAIVER-NUM
                   END-IF
                   IF FW-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND FW-FEE-TIMESTAMP = WS-FEE-TIMESTAMP
                       AND FW-STATUS = "PENDING"
                       MOVE "Y" TO WS-PENDING-FOR-FEE
                   END-IF
           END-READ.

       APPEND-WAIVER-REQUEST.
           MOVE SPACES TO FEE-WAIVER-RECORD.
           MOVE WS-NEXT-WAIVER-NUM TO FW-WAIVER-ID.
           MOVE FUNCTION CURRENT-DATE TO FW-REQUEST-TS.
           MOVE BDT-BUSINESS-DATE TO FW-REQUEST-TS(1:8).
           MOVE WS-CUSTOMER-ID TO FW-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO FW-LOAN-TIMESTAMP.
           MOVE WS-FEE-TIMESTAMP TO FW-FEE-TIMESTAMP.
           MOVE WS-FEE-TYPE TO FW-FEE-TYPE.
           MOVE WS-FEE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO FW-FEE-AMOUNT-STR.
           MOVE WS-REASON-CODE TO FW-REASON-CODE.
           MOVE WS-OPERATOR-ID TO FW-REQUESTED-BY.
           IF WAIVER-WAS-POSTED
               MOVE "POSTED" TO FW-STATUS
               PERFORM STAMP-WAIVER-POSTED
           ELSE
               MOVE "PENDING" TO FW-STATUS
           END-IF.

           OPEN EXTEND WAIVER-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT WAIVER-REGISTER-FILE
           END-IF.
           WRITE FEE-WAIVER-RECORD.
           CLOSE WAIVER-REGISTER-FILE.

       STAMP-WAIVER-POSTED.
           MOVE WS-OPERATOR-ID TO FW-DECIDED-BY.
           MOVE BDT-BUSINESS-DATE TO FW-DECIDED-DATE.
           MOVE WS-WAIVED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO FW-WAIVED-STR.
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO FW-REFUNDED-STR.

       FIND-PENDING-WAIVER.
           MOVE "N" TO WS-WAIVER-FOUND.
           OPEN INPUT WAIVER-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-FOR-DECISION
               UNTIL REGISTER-AT-EOF OR WAIVER-WAS-FOUND.

           CLOSE WAIVER-REGISTER-FILE.

       READ-REGISTER-FOR-DECISION.
           READ WAIVER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF FW-WAIVER-ID = WS-WAIVER-ID
                       AND FW-STATUS = "PENDING"
                       MOVE "Y" TO WS-WAIVER-FOUND
                       MOVE FW-CUSTOMER-ID TO WS-CUSTOMER-ID
                       MOVE FW-LOAN-TIMESTAMP TO WS-LOAN-TIMESTAMP
                       MOVE FW-FEE-TIMESTAMP TO WS-FEE-TIMESTAMP
                       MOVE FW-FEE-TYPE TO WS-FEE-TYPE
                       MOVE FUNCTION NUMVAL(FW-FEE-AMOUNT-STR)
                           TO WS-FEE-AMOUNT
                       MOVE FW-REASON-CODE TO WS-REASON-CODE
                       MOVE FW-REQUESTED-BY TO WS-REQUESTED-BY
                   END-IF
           END-READ.

       REWRITE-REGISTER-DECISION.
      *> Record the decision by copying the register with the decided
      *> record updated, then swapping the copy into place - the
      *> same rewrite TABLE-MAINTAIN applies to its staging file.
           OPEN INPUT WAIVER-REGISTER-FILE.
           OPEN OUTPUT WAIVER-REGISTER-NEW-FILE.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM COPY-ONE-REGISTER-RECORD
               UNTIL REGISTER-AT-EOF.

           CLOSE WAIVER-REGISTER-FILE.
           CLOSE WAIVER-REGISTER-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f fee-waiver-register.new "
               FUNCTION TRIM(FCP-FEE-WAIVERS)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

       COPY-ONE-REGISTER-RECORD.
           READ WAIVER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF FW-WAIVER-ID = WS-WAIVER-ID
                       AND FW-STATUS = "PENDING"
                       IF WAIVER-WAS-POSTED
                           MOVE "POSTED" TO FW-STATUS
                           PERFORM STAMP-WAIVER-POSTED
                       ELSE
                           MOVE "REJECTED" TO FW-STATUS
                           MOVE WS-OPERATOR-ID TO FW-DECIDED-BY
                           MOVE BDT-BUSINESS-DATE TO FW-DECIDED-DATE
                           MOVE WS-REJECT-REASON TO FW-REJECT-REASON
                       END-IF
                   END-IF
                   MOVE FEE-WAIVER-RECORD
                       TO WAIVER-REGISTER-NEW-RECORD
                   WRITE WAIVER-REGISTER-NEW-RECORD
           END-READ.

       POST-WAIVER.
      *> What is still open on the loan comes off the open fees; the
      *> rest of the fee was paid, and goes back as a credit.
           PERFORM SUM-OPEN-FEES.
           IF WS-OPEN-FEES >= WS-FEE-AMOUNT
               MOVE WS-FEE-AMOUNT TO WS-WAIVED-AMOUNT
           ELSE
               IF WS-OPEN-FEES > 0
                   MOVE WS-OPEN-FEES TO WS-WAIVED-AMOUNT
               ELSE
                   MOVE 0 TO WS-WAIVED-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-REFUND-AMOUNT =
               WS-FEE-AMOUNT - WS-WAIVED-AMOUNT.

           PERFORM WRITE-WAIVER-ENTRY.
           IF WS-REFUND-AMOUNT > 0
               PERFORM WRITE-REFUND-CREDIT
           END-IF.
           MOVE "Y" TO WS-WAIVER-POSTED.

       SUM-OPEN-FEES.
      *> The same arithmetic LOAN-PAYMENT splits a payment by:
      *> assessments, waivers already netted, less the fee portions
      *> of payments. Missing files just mean nothing on them.
           MOVE 0 TO WS-FEES-ASSESSED.
           MOVE 0 TO WS-FEES-PAID.

           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS = "00"
               PERFORM READ-FEE-FOR-OPEN
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

           COMPUTE WS-OPEN-FEES = WS-FEES-ASSESSED - WS-FEES-PAID.
           IF WS-OPEN-FEES < 0
               MOVE 0 TO WS-OPEN-FEES
           END-IF.

       READ-FEE-FOR-OPEN.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
               NOT AT END
                   IF FL-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND FL-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       ADD FUNCTION NUMVAL(FL-AMOUNT-STR)
                           TO WS-FEES-ASSESSED
                   END-IF
           END-READ.

       READ-PAYMENT-FOR-FEES.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND LP-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND LP-FEE-STR NOT = SPACES
                       ADD FUNCTION NUMVAL(LP-FEE-STR)
                           TO WS-FEES-PAID
                   END-IF
           END-READ.

       WRITE-WAIVER-ENTRY.
      *> The waiver entry mirrors the fee - customer, loan, period
      *> and type - with the amount negated, and is stamped with the
      *> business date so the day's GL posting and balancing pick it
      *> up on the day it was given.
           MOVE SPACES TO FEE-LEDGER-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FL-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO FL-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO FL-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO FL-LOAN-TIMESTAMP.
           MOVE WS-FEE-PERIOD TO FL-PERIOD.
           MOVE WS-FEE-TYPE TO FL-FEE-TYPE.
           COMPUTE WS-NEGATED-WORK = 0 - WS-FEE-AMOUNT.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO FL-AMOUNT-STR.
           MOVE WS-FEE-TIMESTAMP TO FL-WAIVER-OF.
           MOVE WS-REASON-CODE TO FL-REASON-CODE.

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
           ADD 1 TO WS-CT-WAIVER-ENTRIES.

      *> The fee comes off the loan's position in the same run.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE WS-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE WS-NEGATED-WORK TO PSN-FEES-ASSESSED-DELTA.
           PERFORM POST-LOAN-POSITION.

       WRITE-REFUND-CREDIT.
      *> No cash moves: the refunded amount comes out of the fee
      *> portion the borrower paid and goes to principal instead, so
      *> the fee ledger and the payments file still net to the same
      *> open fees, and the money stays on the loan as a credit. A
      *> loan already paid down reads below zero principal - the
      *> overpayment the borrower is owed.
           MOVE FUNCTION CURRENT-DATE TO LP-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO LP-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO LP-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LP-LOAN-TIMESTAMP.
           MOVE 0 TO WS-NEGATED-WORK.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-AMOUNT-STR.
           MOVE WS-NEGATED-EDIT TO LP-INTEREST-STR.
           MOVE WS-REFUND-AMOUNT TO WS-NEGATED-WORK.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-PRINCIPAL-STR.
           COMPUTE WS-NEGATED-WORK = 0 - WS-REFUND-AMOUNT.
           MOVE WS-NEGATED-WORK TO WS-NEGATED-EDIT.
           MOVE WS-NEGATED-EDIT TO LP-FEE-STR.
           MOVE SPACES TO LP-REVERSAL-OF.

           PERFORM CLEAR-POSITION-POSTING.
           MOVE LP-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LP-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LP-AMOUNT-STR TO PSN-PAY-AMOUNT-STR.
           MOVE LP-INTEREST-STR TO PSN-PAY-INTEREST-STR.
           MOVE LP-PRINCIPAL-STR TO PSN-PAY-PRINCIPAL-STR.
           MOVE LP-FEE-STR TO PSN-PAY-FEE-STR.
           MOVE LP-TIMESTAMP(1:8) TO PSN-PAYMENT-DATE.

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
           ADD 1 TO WS-CT-REFUND-CREDITS.

      *> The same amounts go onto the loan's position in the same run.
           PERFORM POST-PAYMENT-TO-POSITION.

       LIST-PENDING-WAIVERS.
           MOVE 0 TO WS-PENDING-COUNT.
           OPEN INPUT WAIVER-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "No waivers on file."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "".
           DISPLAY "PENDING WAIVERS".
           DISPLAY "----------------------------------------".

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-FOR-LIST
               UNTIL REGISTER-AT-EOF.

           CLOSE WAIVER-REGISTER-FILE.

           IF WS-PENDING-COUNT = 0
               DISPLAY "  (none)"
           END-IF.
           DISPLAY "========================================".
           MOVE 0 TO RETURN-CODE.

       READ-REGISTER-FOR-LIST.
           READ WAIVER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF FW-STATUS = "PENDING"
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE FUNCTION NUMVAL(FW-FEE-AMOUNT-STR)
                           TO WS-AMOUNT-DISPLAY
                       DISPLAY "  " FW-WAIVER-ID " " FW-CUSTOMER-ID
                           " " FW-FEE-TYPE " " WS-AMOUNT-DISPLAY
                           " " FW-REASON-CODE " BY " FW-REQUESTED-BY
                       DISPLAY "    FEE " FW-FEE-TIMESTAMP
                           " LOAN " FW-LOAN-TIMESTAMP
                   END-IF
           END-READ.

       WRITE-CONTROL-TOTALS.
      *> One control record per completed request or decision - the
      *> waiver entries and refund credits BALANCE-CHECK crosses
      *> against the fee ledger and the payments file.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO CT-TIMESTAMP(1:8).
           MOVE "FEE-WAIVE" TO CT-PROGRAM-NAME.
           MOVE 1 TO CT-RECORDS-IN.
           MOVE 1 TO CT-ACCEPTED.
           MOVE 0 TO CT-REJECTED.
           MOVE 1 TO CT-AUDIT-APPENDS.
           MOVE WS-CT-WAIVER-ENTRIES TO CT-DATA-APPENDS-1.
           MOVE WS-CT-REFUND-CREDITS TO CT-DATA-APPENDS-2.

           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits. On a decision the
      *> customer-id slot carries the operator who decided; the full
      *> detail lives on the register record the outcome points at.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "FEE-WAIVE" TO AT-PROGRAM-NAME.
           MOVE WS-AUDIT-ID TO AT-CUSTOMER-ID.
           MOVE "FEE_WAIVE" TO AT-ACTION.
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

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "WAIVER-AUTHORITY-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".

       COPY "FILE-LOCK-PARA.cpy".
