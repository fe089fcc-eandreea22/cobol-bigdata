       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPAY-ENROLL.
       AUTHOR. Thesis Project.

      *> AUTOPAY-ENROLL.cbl
      *> ACH Autopay Enrollment Maintenance
      *>
      *> Records the bank account a borrower wants a loan's monthly
      *> installment debited from, and the day of the month to debit
      *> it, on autopay-enrollment.dat - one record per loan:
      *>
      *>   ENROLL  enrolls the loan, or replaces the bank details and
      *>           debit day of an existing enrollment. The loan must
      *>           be ACTIVE on the book; the routing number must pass
      *>           the ABA check digit; the debit day is 1-28 so every
      *>           month has one. Re-enrolling a DROPPED loan starts
      *>           its returned-debit count again from zero. The month
      *>           already debited is kept, so a change of account
      *>           never triggers a second debit for the same month.
      *>   CANCEL  stops the debits; the record stays for the history.
      *>
      *> Any active operator on the roster may enroll or cancel.
      *> AUTOPAY-ORIGINATE sends the debits; AUTOPAY-RETURNS takes
      *> the bank's returns and drops an enrollment that keeps
      *> bouncing.
      *>
      *> Invocation: AUTOPAY-ENROLL ENROLL <customer_id>
      *>                            <loan_timestamp> <routing_number>
      *>                            <account_number> <C|S>
      *>                            <debit_day> <operator_id>
      *>             AUTOPAY-ENROLL CANCEL <customer_id>
      *>                            <loan_timestamp> <operator_id>
      *> Example: ./autopay-enroll ENROLL C-00001
      *>          2025011514300000+0000 021000021 4400123987 C 05
      *>          A-1001
      *>          ./autopay-enroll CANCEL C-00001
      *>          2025011514300000+0000 A-1001
      *>
      *> Output: autopay-enrollment.dat (rewritten)

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

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT ENROLL-FILE ASSIGN TO FCP-AUTOPAY-ENROLL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT ENROLL-NEW-FILE
               ASSIGN TO "autopay-enrollment.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-NEW-STATUS.

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

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  ENROLL-FILE.
           COPY "AUTOPAY-ENROLL-REC.cpy".

       FD  ENROLL-NEW-FILE.
       01  ENROLL-NEW-RECORD             PIC X(94).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Loan book lookup work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-FOUND                 PIC X VALUE "N".
           88  LOAN-WAS-FOUND            VALUE "Y".
       01  WS-LOAN-STATUS                PIC X(10) VALUE SPACES.

      *> Enrollment file work fields
       01  WS-ENROLL-STATUS              PIC XX VALUE SPACES.
       01  WS-ENROLL-NEW-STATUS          PIC XX VALUE SPACES.
       01  WS-ENROLL-EOF                 PIC X VALUE "N".
           88  ENROLL-AT-EOF             VALUE "Y".
       01  WS-ENROLL-FOUND               PIC X VALUE "N".
           88  ENROLLMENT-WAS-FOUND      VALUE "Y".
       01  WS-CUR-STATUS                 PIC X(8) VALUE SPACES.
       01  WS-CUR-LAST-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-CUR-ENROLLED-DATE          PIC X(8) VALUE SPACES.
       01  WS-NEW-IMAGE                  PIC X(94) VALUE SPACES.

      *> Routing number check digit work fields: the ABA weights
      *> 3-7-1 across the nine digits must sum to a multiple of 10.
       01  WS-ROUTING-SUM                PIC 9(4) VALUE 0.
       01  WS-ROUTING-IX                 PIC 9(2) VALUE 0.
       01  WS-ROUTING-DIGIT              PIC 9 VALUE 0.
       01  WS-ROUTING-WEIGHT             PIC 9 VALUE 0.
       01  WS-ROUTING-VALID              PIC X VALUE "N".
           88  ROUTING-IS-VALID          VALUE "Y".

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-ACTION                     PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-LOAN-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-ROUTING-NUMBER             PIC X(9) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER             PIC X(17) VALUE SPACES.
       01  WS-ACCOUNT-TYPE               PIC X(8) VALUE SPACES.
       01  WS-DEBIT-DAY-STR              PIC X(2) VALUE SPACES.
       01  WS-DEBIT-DAY                  PIC 9(2) VALUE 0.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-PARAM-4                    PIC X(21) VALUE SPACES.

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
           MOVE "AUTOPAY-ENROLL" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "ACH AUTOPAY ENROLLMENT".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-ACTION
                    WS-CUSTOMER-ID
                    WS-LOAN-TIMESTAMP
                    WS-PARAM-4
                    WS-ACCOUNT-NUMBER
                    WS-ACCOUNT-TYPE
                    WS-DEBIT-DAY-STR
                    WS-OPERATOR-ID
           END-UNSTRING.

      *> CANCEL carries the operator where ENROLL carries the
      *> routing number.
           IF WS-ACTION = "CANCEL"
               MOVE WS-PARAM-4 TO WS-OPERATOR-ID
           ELSE
               MOVE WS-PARAM-4 TO WS-ROUTING-NUMBER
           END-IF.

           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   MOVE "AUTOPAY_ENROLL" TO WS-AUDIT-ACTION
               WHEN "CANCEL"
                   MOVE "AUTOPAY_CANCEL" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "ERROR: action must be ENROLL or CANCEL"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CUSTOMER-ID = SPACES OR WS-LOAN-TIMESTAMP = SPACES
               OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           PERFORM CHECK-OPERATOR-ACTIVE.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM SCAN-FOR-ENROLLMENT.

           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   PERFORM ENROLL-LOAN
               WHEN "CANCEL"
                   PERFORM CANCEL-ENROLLMENT
           END-EVALUATE.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: AUTOPAY-ENROLL ENROLL <customer_id> "
               "<loan_timestamp> <routing_number> <account_number> "
               "<C|S> <debit_day> <operator_id>".
           DISPLAY "       AUTOPAY-ENROLL CANCEL <customer_id> "
               "<loan_timestamp> <operator_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       ENROLL-LOAN.
           IF WS-ROUTING-NUMBER = SPACES
               OR WS-ACCOUNT-NUMBER = SPACES
               OR WS-ACCOUNT-TYPE = SPACES
               OR WS-DEBIT-DAY-STR = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM VALIDATE-ROUTING-NUMBER.
           IF NOT ROUTING-IS-VALID
               DISPLAY "ERROR: Routing number " WS-ROUTING-NUMBER
                   " fails the check digit"
               MOVE "REJECTED - BAD_ROUTING" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-ACCOUNT-TYPE NOT = "C" AND WS-ACCOUNT-TYPE NOT = "S"
               DISPLAY "ERROR: Account type must be C (checking) "
                   "or S (savings)"
               MOVE "REJECTED - BAD_ACCOUNT_TYPE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> 1-28 keeps the debit day real in every month, February
      *> included - the same clamp the due-date math applies.
           IF WS-DEBIT-DAY-STR(2:1) = SPACE
               MOVE WS-DEBIT-DAY-STR(1:1) TO WS-DEBIT-DAY-STR(2:1)
               MOVE "0" TO WS-DEBIT-DAY-STR(1:1)
           END-IF.
           IF WS-DEBIT-DAY-STR IS NOT NUMERIC
               MOVE 0 TO WS-DEBIT-DAY
           ELSE
               MOVE WS-DEBIT-DAY-STR TO WS-DEBIT-DAY
           END-IF.
           IF WS-DEBIT-DAY < 1 OR WS-DEBIT-DAY > 28
               DISPLAY "ERROR: Debit day must be 1 through 28"
               MOVE "REJECTED - BAD_DEBIT_DAY" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM FIND-LOAN-BOOK-ENTRY.
           IF NOT LOAN-WAS-FOUND
               DISPLAY "ERROR: No loan on loan-book-master.dat for "
                   WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP
               MOVE "REJECTED - LOAN_NOT_FOUND" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           IF WS-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "ERROR: Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                   " - only an ACTIVE loan can be enrolled"
               MOVE "REJECTED - LOAN_NOT_ACTIVE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-CUSTOMER-ID TO AE-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO AE-LOAN-TIMESTAMP.
           MOVE WS-ROUTING-NUMBER TO AE-ROUTING-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-TYPE TO AE-ACCOUNT-TYPE.
           MOVE WS-DEBIT-DAY TO AE-DEBIT-DAY.
           MOVE "ACTIVE" TO AE-STATUS.
           MOVE "00" TO AE-RETURN-COUNT.
           MOVE WS-OPERATOR-ID TO AE-UPDATED-BY.
           IF ENROLLMENT-WAS-FOUND
               MOVE WS-CUR-LAST-PERIOD TO AE-LAST-PERIOD
           ELSE
               MOVE SPACES TO AE-LAST-PERIOD
           END-IF.
      *> A change of account on a live enrollment keeps its original
      *> enrollment date; a new or restarted one starts today.
           IF ENROLLMENT-WAS-FOUND AND WS-CUR-STATUS = "ACTIVE"
               MOVE WS-CUR-ENROLLED-DATE TO AE-ENROLLED-DATE
           ELSE
               MOVE BDT-BUSINESS-DATE TO AE-ENROLLED-DATE
           END-IF.
           MOVE AUTOPAY-ENROLL-RECORD TO WS-NEW-IMAGE.

           PERFORM REWRITE-ENROLLMENTS.

           DISPLAY "Loan " WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP
               " enrolled in autopay".
           DISPLAY "  Debit day " WS-DEBIT-DAY " from account "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) " ("
               WS-ACCOUNT-TYPE(1:1) ")".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF ENROLLMENT-WAS-FOUND AND WS-CUR-STATUS = "ACTIVE"
               STRING "UPDATED - DAY " WS-DEBIT-DAY-STR
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               STRING "ENROLLED - DAY " WS-DEBIT-DAY-STR
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.

       CANCEL-ENROLLMENT.
           IF NOT ENROLLMENT-WAS-FOUND OR WS-CUR-STATUS NOT = "ACTIVE"
               DISPLAY "ERROR: Loan " WS-CUSTOMER-ID " / "
                   WS-LOAN-TIMESTAMP " has no active autopay"
               MOVE "REJECTED - NOT_ENROLLED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE SPACES TO WS-NEW-IMAGE.
           PERFORM REWRITE-ENROLLMENTS.

           DISPLAY "Autopay canceled for " WS-CUSTOMER-ID " / "
               WS-LOAN-TIMESTAMP.
           MOVE "CANCELED" TO WS-AUDIT-OUTCOME.

       VALIDATE-ROUTING-NUMBER.
           MOVE "N" TO WS-ROUTING-VALID.
           IF WS-ROUTING-NUMBER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ROUTING-SUM.
           PERFORM VARYING WS-ROUTING-IX FROM 1 BY 1
               UNTIL WS-ROUTING-IX > 9
               MOVE WS-ROUTING-NUMBER(WS-ROUTING-IX:1)
                   TO WS-ROUTING-DIGIT
               EVALUATE FUNCTION MOD(WS-ROUTING-IX, 3)
                   WHEN 1
                       MOVE 3 TO WS-ROUTING-WEIGHT
                   WHEN 2
                       MOVE 7 TO WS-ROUTING-WEIGHT
                   WHEN OTHER
                       MOVE 1 TO WS-ROUTING-WEIGHT
               END-EVALUATE
               COMPUTE WS-ROUTING-SUM = WS-ROUTING-SUM
                   + WS-ROUTING-DIGIT * WS-ROUTING-WEIGHT
           END-PERFORM.

           IF FUNCTION MOD(WS-ROUTING-SUM, 10) = 0
               AND WS-ROUTING-NUMBER NOT = "000000000"
               MOVE "Y" TO WS-ROUTING-VALID
           END-IF.

       FIND-LOAN-BOOK-ENTRY.
      *> The book is keyed by customer ID plus origination
      *> timestamp, so the loan is one keyed READ away.
           MOVE "N" TO WS-LOAN-FOUND.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUSTOMER-ID TO LB-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LB-TIMESTAMP.
           READ LOAN-BOOK-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "Y" TO WS-LOAN-FOUND
               MOVE LB-STATUS TO WS-LOAN-STATUS
           END-IF.

           CLOSE LOAN-BOOK-FILE.

       SCAN-FOR-ENROLLMENT.
           MOVE "N" TO WS-ENROLL-FOUND.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ENROLL-EOF.
           PERFORM READ-ENROLL-RECORD
               UNTIL ENROLL-AT-EOF OR ENROLLMENT-WAS-FOUND.

           CLOSE ENROLL-FILE.

       READ-ENROLL-RECORD.
           READ ENROLL-FILE
               AT END
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT AT END
                   IF AE-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND AE-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       MOVE "Y" TO WS-ENROLL-FOUND
                       MOVE AE-STATUS TO WS-CUR-STATUS
                       MOVE AE-LAST-PERIOD TO WS-CUR-LAST-PERIOD
                       MOVE AE-ENROLLED-DATE TO WS-CUR-ENROLLED-DATE
                   END-IF
           END-READ.

       REWRITE-ENROLLMENTS.
      *> The enrollment file is line sequential, so the change is
      *> applied by copying it record-for-record with this loan's
      *> record replaced, then swapping the copy into place - under
      *> the file's own lock, which AUTOPAY-ORIGINATE and
      *> AUTOPAY-RETURNS also hold for their whole run. A new
      *> enrollment (WS-NEW-IMAGE) goes on the end; a cancel
      *> (WS-NEW-IMAGE spaces) changes the status in place.
           MOVE FCP-AUTOPAY-ENROLL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: autopay-enrollment.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - ENROLLMENT_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN OUTPUT ENROLL-NEW-FILE.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENROLL-STATUS = "00"
               MOVE "N" TO WS-ENROLL-EOF
               PERFORM COPY-ONE-ENROLL-RECORD
                   UNTIL ENROLL-AT-EOF
               CLOSE ENROLL-FILE
           END-IF.

           IF WS-NEW-IMAGE NOT = SPACES
               MOVE WS-NEW-IMAGE TO ENROLL-NEW-RECORD
               WRITE ENROLL-NEW-RECORD
           END-IF.
           CLOSE ENROLL-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f autopay-enrollment.new "
               FUNCTION TRIM(FCP-AUTOPAY-ENROLL)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-ENROLL-RECORD.
           READ ENROLL-FILE
               AT END
                   MOVE "Y" TO WS-ENROLL-EOF
               NOT AT END
                   IF AE-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND AE-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       IF WS-NEW-IMAGE = SPACES
                           MOVE "CANCELED" TO AE-STATUS
                           MOVE WS-OPERATOR-ID TO AE-UPDATED-BY
                           MOVE AUTOPAY-ENROLL-RECORD
                               TO ENROLL-NEW-RECORD
                           WRITE ENROLL-NEW-RECORD
                       END-IF
                   ELSE
                       MOVE AUTOPAY-ENROLL-RECORD TO ENROLL-NEW-RECORD
                       WRITE ENROLL-NEW-RECORD
                   END-IF
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "AUTOPAY-ENROLL" TO AT-PROGRAM-NAME.
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

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "OPERATOR-AUTH-PARA.cpy".
