       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINTAIN.
       AUTHOR. Thesis Project.

      *> DISPUTE-MAINTAIN.cbl
      *> Cardholder Dispute and Chargeback Maintenance
      *>
      *> Records a customer's dispute of a transaction on
      *> fraud-txn-history.dat and carries it through the merchant
      *> chargeback on dispute-register.dat, keyed by the customer
      *> and the transaction timestamp:
      *>
      *>   OPEN    opens the dispute with a reason code and posts any
      *>           provisional credit (never more than the disputed
      *>           amount) to CM-ACCT-BALANCE. The network accepts
      *>           the chargeback until WS-SUBMIT-DAYS after the
      *>           transaction date - that is the dispute's first
      *>           deadline.
      *>   SUBMIT  records the chargeback as sent; the network must
      *>           answer within WS-RESPONSE-DAYS, the new deadline.
      *>   WON     the chargeback was upheld and the credit stands.
      *>           A FRAUD dispute also posts the disputed amount as
      *>           a recovery on the fraud-loss-ledger.dat entry of
      *>           the case FRAUD-CHECK opened on that transaction.
      *>   LOST    the chargeback was refused (or never submitted);
      *>           the provisional credit comes back off the balance.
      *>
      *> Opening and submitting need an active operator on the
      *> roster; WON and LOST move money and need a SUPERVISOR.
      *> DISPUTE-AGING reports the open disputes against their
      *> deadlines daily.
      *>
      *> Reason codes: FRAUD    unauthorized / fraudulent use
      *>               NORECV   goods or services not received
      *>               DUPLICAT duplicate processing
      *>               AMOUNT   incorrect amount
      *>               QUALITY  not as described / defective
      *>               CANCELLD cancelled recurring or returned
      *>
      *> Invocation: DISPUTE-MAINTAIN OPEN <customer_id> <txn_ts>
      *>                              <operator_id> <reason_code>
      *>                              [provisional_credit]
      *>             DISPUTE-MAINTAIN SUBMIT|WON|LOST <customer_id>
      *>                              <txn_ts> <operator_id>
      *>   <txn_ts> is the transaction timestamp as it stands on
      *>   the history, YYYY-MM-DDTHH:MM:SS.
      *> Example: ./dispute-maintain OPEN C-00001
      *>          2026-10-01T14:22:05 A-1001 FRAUD 250.00
      *>          ./dispute-maintain WON C-00001
      *>          2026-10-01T14:22:05 S-0001
      *>
      *> Output: dispute-register.dat (appended / rewritten),
      *>         CUSTMAST balance, fraud-loss-ledger.dat recovery

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

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO FCP-TXN-HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT LOSS-LEDGER-FILE ASSIGN TO FCP-FRAUD-LOSSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-STATUS.

           SELECT LOSS-LEDGER-NEW-FILE
               ASSIGN TO "fraud-loss-ledger.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-NEW-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO FCP-DISPUTE-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT DISPUTE-NEW-FILE
               ASSIGN TO "dispute-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-NEW-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  OPERATOR-ROSTER-FILE.
           COPY "OPERATOR-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "TXN-HISTORY-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  LOSS-LEDGER-FILE.
           COPY "FRAUD-LOSS-REC.cpy".

       FD  LOSS-LEDGER-NEW-FILE.
       01  LOSS-LEDGER-NEW-RECORD        PIC X(94).

       FD  DISPUTE-FILE.
           COPY "DISPUTE-REC.cpy".

       FD  DISPUTE-NEW-FILE.
       01  DISPUTE-NEW-RECORD            PIC X(151).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Card network windows - calendar days. A chargeback must be
      *> submitted within WS-SUBMIT-DAYS of the transaction date and
      *> is answered within WS-RESPONSE-DAYS of submission.
       01  WS-SUBMIT-DAYS                PIC 9(3) VALUE 120.
       01  WS-RESPONSE-DAYS              PIC 9(3) VALUE 45.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-BALANCE-CHANGE             PIC 9(10)V99 VALUE 0.
       01  WS-BALANCE-DIRECTION          PIC X VALUE SPACES.
           88  BALANCE-IS-CREDIT         VALUE "C".
           88  BALANCE-IS-DEBIT          VALUE "D".

      *> Transaction history lookup work fields
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.

      *> Case queue lookup work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-FRAUD-CASE-NUMBER          PIC X(8) VALUE SPACES.

      *> Fraud loss ledger work fields
       01  WS-LOSS-STATUS                PIC XX VALUE SPACES.
       01  WS-LOSS-NEW-STATUS            PIC XX VALUE SPACES.
       01  WS-LOSS-EOF                   PIC X VALUE "N".
           88  LOSS-AT-EOF               VALUE "Y".
       01  WS-LOSS-POSTED                PIC X VALUE "N".
           88  RECOVERY-WAS-POSTED       VALUE "Y".
       01  WS-RECOVERED-TOTAL            PIC 9(10)V99 VALUE 0.

      *> Dispute register work fields
       01  WS-DISPUTE-STATUS             PIC XX VALUE SPACES.
       01  WS-DISPUTE-NEW-STATUS         PIC XX VALUE SPACES.
       01  WS-DISPUTE-EOF                PIC X VALUE "N".
           88  DISPUTE-AT-EOF            VALUE "Y".
       01  WS-DISPUTE-FOUND              PIC X VALUE "N".
           88  DISPUTE-WAS-FOUND         VALUE "Y".
       01  WS-CUR-STATUS                 PIC X(9) VALUE SPACES.
       01  WS-CUR-REASON                 PIC X(8) VALUE SPACES.
       01  WS-CUR-DEADLINE               PIC X(8) VALUE SPACES.
       01  WS-CUR-TXN-AMOUNT             PIC 9(10)V99 VALUE 0.
       01  WS-CUR-CREDIT                 PIC 9(10)V99 VALUE 0.
       01  WS-RECORDS-CHANGED            PIC 9(4) VALUE 0.
       01  WS-REGISTER-HELD              PIC X VALUE "N".
           88  REGISTER-LOCK-HELD        VALUE "Y".

      *> New dispute work fields
       01  WS-TXN-AMOUNT                 PIC 9(10)V99 VALUE 0.
       01  WS-CREDIT-AMOUNT              PIC 9(10)V99 VALUE 0.
       01  WS-DEADLINE-DATE              PIC X(8) VALUE SPACES.
       01  WS-TXN-DATE                   PIC X(8) VALUE SPACES.
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-NUM                   PIC 9(8) VALUE 0.
       01  WS-AMOUNT-EDIT                PIC 9(12).99.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-ACTION                     PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-TXN-TIMESTAMP              PIC X(19) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-REASON-CODE                PIC X(8) VALUE SPACES.
           88  REASON-IS-VALID           VALUE "FRAUD" "NORECV"
                                               "DUPLICAT" "AMOUNT"
                                               "QUALITY" "CANCELLD".
       01  WS-CREDIT-STR                 PIC X(15) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

      *> Operator roster authorization (role-based; a missing
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

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
           MOVE "DISPUTE-MAINTAIN" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CARDHOLDER DISPUTE MAINTENANCE".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-ACTION
                    WS-CUSTOMER-ID
                    WS-TXN-TIMESTAMP
                    WS-OPERATOR-ID
                    WS-REASON-CODE
                    WS-CREDIT-STR
           END-UNSTRING.

           IF WS-CUSTOMER-ID = SPACES OR WS-TXN-TIMESTAMP = SPACES
               OR WS-OPERATOR-ID = SPACES
               OR (WS-ACTION = "OPEN" AND WS-REASON-CODE = SPACES)
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   MOVE "DISPUTE_OPEN" TO WS-AUDIT-ACTION
               WHEN "SUBMIT"
                   MOVE "DISPUTE_SUBMIT" TO WS-AUDIT-ACTION
               WHEN "WON"
                   MOVE "DISPUTE_WON" TO WS-AUDIT-ACTION
               WHEN "LOST"
                   MOVE "DISPUTE_LOST" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "ERROR: action must be OPEN, SUBMIT, WON "
                       "or LOST"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> The outcome of a chargeback moves money on the customer's
      *> balance and the loss ledger - a supervisor's call. Taking
      *> and submitting a dispute only needs an active identity.
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           IF WS-ACTION = "WON" OR WS-ACTION = "LOST"
               MOVE "SUPERVISOR" TO OPA-REQUIRED-ROLE
               PERFORM CHECK-OPERATOR-AUTH
           ELSE
               PERFORM CHECK-OPERATOR-ACTIVE
           END-IF.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SCAN-REGISTER-FOR-DISPUTE.

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-DISPUTE
               WHEN "SUBMIT"
                   PERFORM SUBMIT-CHARGEBACK
               WHEN "WON"
                   PERFORM RECORD-CHARGEBACK-WON
               WHEN "LOST"
                   PERFORM RECORD-CHARGEBACK-LOST
           END-EVALUATE.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: DISPUTE-MAINTAIN OPEN <customer_id> "
               "<txn_ts> <operator_id> <reason_code> "
               "[provisional_credit]".
           DISPLAY "       DISPUTE-MAINTAIN SUBMIT|WON|LOST "
               "<customer_id> <txn_ts> <operator_id>".
           DISPLAY "  reason_code: FRAUD NORECV DUPLICAT AMOUNT "
               "QUALITY CANCELLD".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal. A register lock still parked on disk is
      *> given back first.
           IF REGISTER-LOCK-HELD
               MOVE FCP-DISPUTE-REGISTER TO FLK-TARGET-NAME
               MOVE "Y" TO FLK-GOT-LOCK
               PERFORM RELEASE-FILE-LOCK
               MOVE "N" TO WS-REGISTER-HELD
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       OPEN-DISPUTE.
      *> One dispute per transaction, ever - a lost dispute is not
      *> reopened by a second call.
           IF DISPUTE-WAS-FOUND
               DISPLAY "ERROR: Transaction is already disputed ("
                   FUNCTION TRIM(WS-CUR-STATUS) ")"
               MOVE "REJECTED - DISPUTE_EXISTS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF NOT REASON-IS-VALID
               DISPLAY "ERROR: Unknown reason code "
                   FUNCTION TRIM(WS-REASON-CODE)
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - BAD_REASON" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM READ-DISPUTED-TRANSACTION.

      *> The network's submission window runs from the transaction
      *> date; a dispute taken after it closes cannot be charged
      *> back and is refused here rather than credited.
           MOVE SPACES TO WS-TXN-DATE.
           STRING WS-TXN-TIMESTAMP(1:4) WS-TXN-TIMESTAMP(6:2)
               WS-TXN-TIMESTAMP(9:2)
               DELIMITED BY SIZE INTO WS-TXN-DATE
           END-STRING.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TXN-DATE)) + WS-SUBMIT-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DEADLINE-DATE.
           IF WS-DEADLINE-DATE < BDT-BUSINESS-DATE
               DISPLAY "ERROR: The network window closed on "
                   WS-DEADLINE-DATE
               MOVE "REJECTED - WINDOW_CLOSED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE 0 TO WS-CREDIT-AMOUNT.
           IF WS-CREDIT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CREDIT-STR) TO WS-CREDIT-AMOUNT
           END-IF.
           IF WS-CREDIT-AMOUNT > WS-TXN-AMOUNT
               DISPLAY "ERROR: Provisional credit exceeds the "
                   "disputed amount"
               MOVE "REJECTED - CREDIT_TOO_HIGH" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-CREDIT-AMOUNT > 0
               MOVE WS-CREDIT-AMOUNT TO WS-BALANCE-CHANGE
               MOVE "C" TO WS-BALANCE-DIRECTION
               PERFORM ADJUST-ACCOUNT-BALANCE
           END-IF.

           MOVE WS-CUSTOMER-ID TO DP-CUSTOMER-ID.
           MOVE WS-TXN-TIMESTAMP TO DP-TXN-TIMESTAMP.
           MOVE WS-REASON-CODE TO DP-REASON-CODE.
           MOVE WS-TXN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO DP-TXN-AMOUNT-STR.
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO DP-CREDIT-STR.
           MOVE "OPEN" TO DP-STATUS.
           MOVE BDT-BUSINESS-DATE TO DP-OPENED-DATE.
           MOVE WS-DEADLINE-DATE TO DP-DEADLINE-DATE.
           MOVE SPACES TO DP-SUBMITTED-DATE.
           MOVE SPACES TO DP-RESOLVED-DATE.
           MOVE WS-OPERATOR-ID TO DP-OPENED-BY.
           MOVE WS-OPERATOR-ID TO DP-UPDATED-BY.
           MOVE SPACES TO DP-CASE-NUMBER.
           MOVE 0 TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO DP-RECOVERED-STR.

      *> Append under the register's lock; if the lock cannot be
      *> had the record is appended anyway after the conflicting
      *> program is named - the credit is already on the balance.
           MOVE FCP-DISPUTE-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
           END-IF.
           WRITE DISPUTE-RECORD.
           CLOSE DISPUTE-FILE.

           PERFORM RELEASE-FILE-LOCK.

           MOVE WS-TXN-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Dispute opened (" FUNCTION TRIM(WS-REASON-CODE)
               ") on $" FUNCTION TRIM(WS-AMOUNT-DISPLAY).
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Provisional credit posted: $"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY).
           DISPLAY "Submit to the network by " WS-DEADLINE-DATE.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "OPENED " WS-REASON-CODE " DUE " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       READ-DISPUTED-TRANSACTION.
      *> The dispute must name a transaction we actually screened.
           MOVE 0 TO WS-TXN-AMOUNT.
           OPEN INPUT TXN-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open transaction history "
                   "(status " WS-HISTORY-STATUS ")"
               MOVE "REJECTED - NO_HISTORY" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-CUSTOMER-ID TO TH-CUSTOMER-ID.
           MOVE WS-TXN-TIMESTAMP TO TH-TXN-TIMESTAMP.
           READ TXN-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE TXN-HISTORY-FILE
               DISPLAY "ERROR: No transaction " WS-TXN-TIMESTAMP
                   " for customer " WS-CUSTOMER-ID
               MOVE "REJECTED - TXN_NOT_FOUND" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           MOVE FUNCTION NUMVAL(TH-TXN-AMOUNT-STR) TO WS-TXN-AMOUNT.
           CLOSE TXN-HISTORY-FILE.

       SUBMIT-CHARGEBACK.
           IF NOT DISPUTE-WAS-FOUND OR WS-CUR-STATUS NOT = "OPEN"
               DISPLAY "ERROR: No OPEN dispute on that transaction"
               MOVE "REJECTED - NOT_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF BDT-BUSINESS-DATE > WS-CUR-DEADLINE
               DISPLAY "ERROR: The network window closed on "
                   WS-CUR-DEADLINE " - record the dispute LOST"
               MOVE "REJECTED - WINDOW_CLOSED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)) + WS-RESPONSE-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DEADLINE-DATE.

           PERFORM REWRITE-DISPUTE.

           DISPLAY "Chargeback submitted; network response due "
               WS-DEADLINE-DATE.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "SUBMITTED DUE " WS-DEADLINE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       RECORD-CHARGEBACK-WON.
           IF NOT DISPUTE-WAS-FOUND
               OR WS-CUR-STATUS NOT = "SUBMITTED"
               DISPLAY "ERROR: No SUBMITTED chargeback on that "
                   "transaction"
               MOVE "REJECTED - NOT_SUBMITTED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> The register is rewritten first - it is the one step that
      *> can be refused - so a busy register never leaves a
      *> recovery posted against a dispute still shown SUBMITTED.
           MOVE "N" TO WS-LOSS-POSTED.
           MOVE SPACES TO WS-FRAUD-CASE-NUMBER.
           IF WS-CUR-REASON = "FRAUD"
               PERFORM FIND-FRAUD-CASE
           END-IF.

           PERFORM REWRITE-DISPUTE.

           IF WS-FRAUD-CASE-NUMBER NOT = SPACES
               PERFORM POST-LEDGER-RECOVERY
           END-IF.

           DISPLAY "Chargeback WON - the provisional credit stands.".
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF RECOVERY-WAS-POSTED
               MOVE WS-CUR-TXN-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "Recovery of $" FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                   " posted to case " WS-FRAUD-CASE-NUMBER
               STRING "WON - RECOVERY CASE " WS-FRAUD-CASE-NUMBER
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               IF WS-CUR-REASON = "FRAUD"
                   DISPLAY "WARNING: no fraud-loss-ledger.dat entry "
                       "for this transaction - no recovery posted"
               END-IF
               MOVE "WON" TO WS-AUDIT-OUTCOME
           END-IF.

       RECORD-CHARGEBACK-LOST.
      *> A dispute never submitted is lost once its window closes,
      *> so LOST is accepted from OPEN as well as SUBMITTED.
           IF NOT DISPUTE-WAS-FOUND
               OR (WS-CUR-STATUS NOT = "OPEN"
                   AND WS-CUR-STATUS NOT = "SUBMITTED")
               DISPLAY "ERROR: No open dispute on that transaction"
               MOVE "REJECTED - NOT_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> The register lock is taken first and held while the
      *> credit comes back off the balance, and the dispute is only
      *> marked LOST once that has gone through - a refused master
      *> lock leaves the dispute open to be recorded again.
           PERFORM LOCK-DISPUTE-REGISTER.
           MOVE "Y" TO WS-REGISTER-HELD.

           IF WS-CUR-CREDIT > 0
               MOVE WS-CUR-CREDIT TO WS-BALANCE-CHANGE
               MOVE "D" TO WS-BALANCE-DIRECTION
               PERFORM ADJUST-ACCOUNT-BALANCE
           END-IF.

           MOVE FCP-DISPUTE-REGISTER TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.
           PERFORM COPY-DISPUTE-REGISTER.
           MOVE "N" TO WS-REGISTER-HELD.

           MOVE WS-CUR-CREDIT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Chargeback LOST - provisional credit of $"
               FUNCTION TRIM(WS-AMOUNT-DISPLAY) " reversed.".
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "LOST - REVERSED "
               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       SCAN-REGISTER-FOR-DISPUTE.
           MOVE "N" TO WS-DISPUTE-FOUND.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DISPUTE-EOF.
           PERFORM READ-DISPUTE-RECORD
               UNTIL DISPUTE-AT-EOF OR DISPUTE-WAS-FOUND.

           CLOSE DISPUTE-FILE.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
               AT END
                   MOVE "Y" TO WS-DISPUTE-EOF
               NOT AT END
                   IF DP-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND DP-TXN-TIMESTAMP = WS-TXN-TIMESTAMP
                       MOVE "Y" TO WS-DISPUTE-FOUND
                       MOVE DP-STATUS TO WS-CUR-STATUS
                       MOVE DP-REASON-CODE TO WS-CUR-REASON
                       MOVE DP-DEADLINE-DATE TO WS-CUR-DEADLINE
                       MOVE FUNCTION NUMVAL(DP-TXN-AMOUNT-STR)
                           TO WS-CUR-TXN-AMOUNT
                       MOVE FUNCTION NUMVAL(DP-CREDIT-STR)
                           TO WS-CUR-CREDIT
                   END-IF
           END-READ.

       REWRITE-DISPUTE.
      *> The register is line sequential, so the change is applied by
      *> copying the file record-for-record with the dispute
      *> rewritten, then swapping the copy into place - the same
      *> rewrite pattern the case queue uses, under the register's
      *> own lock.
           PERFORM LOCK-DISPUTE-REGISTER.
           PERFORM COPY-DISPUTE-REGISTER.

       LOCK-DISPUTE-REGISTER.
           MOVE FCP-DISPUTE-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: dispute-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       COPY-DISPUTE-REGISTER.
      *> Runs with the register lock held; gives it back when done.
           OPEN INPUT DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-NEW-FILE.

           MOVE 0 TO WS-RECORDS-CHANGED.
           MOVE "N" TO WS-DISPUTE-EOF.
           PERFORM COPY-ONE-DISPUTE-RECORD
               UNTIL DISPUTE-AT-EOF.

           CLOSE DISPUTE-FILE.
           CLOSE DISPUTE-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f dispute-register.new "
               FUNCTION TRIM(FCP-DISPUTE-REGISTER)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-DISPUTE-RECORD.
           READ DISPUTE-FILE
               AT END
                   MOVE "Y" TO WS-DISPUTE-EOF
               NOT AT END
                   IF DP-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND DP-TXN-TIMESTAMP = WS-TXN-TIMESTAMP
                       PERFORM APPLY-ACTION-TO-DISPUTE
                   END-IF
                   MOVE DISPUTE-RECORD TO DISPUTE-NEW-RECORD
                   WRITE DISPUTE-NEW-RECORD
           END-READ.

       APPLY-ACTION-TO-DISPUTE.
           EVALUATE WS-ACTION
               WHEN "SUBMIT"
                   MOVE "SUBMITTED" TO DP-STATUS
                   MOVE BDT-BUSINESS-DATE TO DP-SUBMITTED-DATE
                   MOVE WS-DEADLINE-DATE TO DP-DEADLINE-DATE
               WHEN "WON"
                   MOVE "WON" TO DP-STATUS
                   MOVE BDT-BUSINESS-DATE TO DP-RESOLVED-DATE
                   IF WS-FRAUD-CASE-NUMBER NOT = SPACES
                       MOVE WS-FRAUD-CASE-NUMBER TO DP-CASE-NUMBER
                       MOVE DP-TXN-AMOUNT-STR TO DP-RECOVERED-STR
                   END-IF
               WHEN "LOST"
                   MOVE "LOST" TO DP-STATUS
                   MOVE BDT-BUSINESS-DATE TO DP-RESOLVED-DATE
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO DP-UPDATED-BY.
           ADD 1 TO WS-RECORDS-CHANGED.

       FIND-FRAUD-CASE.
      *> FRAUD-CHECK opened the case on the disputed transaction
      *> itself - customer plus transaction timestamp - and the loss
      *> ledger carries that case's number. Only a case with a
      *> captured loss can take the recovery.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-CASE-RECORD
               UNTIL CASE-AT-EOF OR WS-FRAUD-CASE-NUMBER NOT = SPACES.

           CLOSE CASE-QUEUE-FILE.

           IF WS-FRAUD-CASE-NUMBER NOT = SPACES
               PERFORM CHECK-LOSS-ENTRY-EXISTS
           END-IF.

       READ-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CQ-TIMESTAMP = WS-TXN-TIMESTAMP
                       AND CQ-CASE-NUMBER NOT = SPACES
                       MOVE CQ-CASE-NUMBER TO WS-FRAUD-CASE-NUMBER
                   END-IF
           END-READ.

       CHECK-LOSS-ENTRY-EXISTS.
           MOVE "N" TO WS-LOSS-POSTED.
           OPEN INPUT LOSS-LEDGER-FILE.
           IF WS-LOSS-STATUS = "00"
               MOVE "N" TO WS-LOSS-EOF
               PERFORM READ-LOSS-RECORD
                   UNTIL LOSS-AT-EOF OR RECOVERY-WAS-POSTED
               CLOSE LOSS-LEDGER-FILE
           END-IF.
           IF NOT RECOVERY-WAS-POSTED
               MOVE SPACES TO WS-FRAUD-CASE-NUMBER
           END-IF.
           MOVE "N" TO WS-LOSS-POSTED.

       READ-LOSS-RECORD.
           READ LOSS-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LOSS-EOF
               NOT AT END
                   IF FZ-CASE-NUMBER = WS-FRAUD-CASE-NUMBER
                       MOVE "Y" TO WS-LOSS-POSTED
                   END-IF
           END-READ.

       POST-LEDGER-RECOVERY.
      *> The recovered-to-date figure on the case's ledger entry
      *> grows by the disputed amount. The ledger is line
      *> sequential: copy, rewrite the one entry, swap into place.
           MOVE FCP-FRAUD-LOSSES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: fraud-loss-ledger.dat is locked - "
                   "post the recovery for case " WS-FRAUD-CASE-NUMBER
                   " through LOSS-CAPTURE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LOSS-LEDGER-FILE.
           OPEN OUTPUT LOSS-LEDGER-NEW-FILE.

           MOVE "N" TO WS-LOSS-EOF.
           PERFORM COPY-ONE-LOSS-RECORD
               UNTIL LOSS-AT-EOF.

           CLOSE LOSS-LEDGER-FILE.
           CLOSE LOSS-LEDGER-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f fraud-loss-ledger.new "
               FUNCTION TRIM(FCP-FRAUD-LOSSES)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-LOSS-RECORD.
           READ LOSS-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LOSS-EOF
               NOT AT END
                   IF FZ-CASE-NUMBER = WS-FRAUD-CASE-NUMBER
                       AND NOT RECOVERY-WAS-POSTED
                       COMPUTE WS-RECOVERED-TOTAL =
                           FUNCTION NUMVAL(FZ-RECOVERED-STR)
                           + WS-CUR-TXN-AMOUNT
                       MOVE WS-RECOVERED-TOTAL TO WS-AMOUNT-EDIT
                       MOVE WS-AMOUNT-EDIT TO FZ-RECOVERED-STR
                       MOVE "Y" TO WS-LOSS-POSTED
                   END-IF
                   MOVE FRAUD-LOSS-RECORD TO LOSS-LEDGER-NEW-RECORD
                   WRITE LOSS-LEDGER-NEW-RECORD
           END-READ.

       ADJUST-ACCOUNT-BALANCE.
      *> One-record REWRITE of the customer's balance under the
      *> shared master lock. A debit never takes the balance below
      *> zero, the way FRAUD-CHECK posts spend.
           MOVE FCP-CUSTMAST TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: CUSTMAST is locked - nothing "
                   "changed; rerun later"
               MOVE "REJECTED - MASTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open customer master (status "
                   WS-MASTER-STATUS ")"
               PERFORM RELEASE-FILE-LOCK
               MOVE "REJECTED - NO_MASTER" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: No master record for customer "
                   WS-CUSTOMER-ID
               CLOSE CUSTOMER-MASTER-FILE
               PERFORM RELEASE-FILE-LOCK
               MOVE "REJECTED - CUSTOMER_NOT_FOUND"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF BALANCE-IS-CREDIT
               ADD WS-BALANCE-CHANGE TO CM-ACCT-BALANCE
           ELSE
               IF WS-BALANCE-CHANGE >= CM-ACCT-BALANCE
                   MOVE 0 TO CM-ACCT-BALANCE
               ELSE
                   SUBTRACT WS-BALANCE-CHANGE FROM CM-ACCT-BALANCE
               END-IF
           END-IF.
           REWRITE CM-MASTER-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

           CLOSE CUSTOMER-MASTER-FILE.
           PERFORM RELEASE-FILE-LOCK.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "DISPUTE-MAINT" TO AT-PROGRAM-NAME.
           MOVE WS-CUSTOMER-ID TO AT-CUSTOMER-ID.
           MOVE WS-AUDIT-ACTION TO AT-ACTION.
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

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
