       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-MAINTAIN.
       AUTHOR. Thesis Project.

      *> COMPLAINT-MAINTAIN.cbl
      *> Customer Complaint Register Maintenance
      *>
      *> Every complaint a customer makes - about a decline, a late
      *> fee, a fraud hold, a collections call, or anything else -
      *> is logged on complaint-register.dat and carried through to
      *> its final response, so the shop can show it answered inside
      *> the regulatory window:
      *>
      *>   LOG      logs a complaint against a customer under the
      *>            next complaint number, with its category, the
      *>            channel it came in by and, optionally, the
      *>            customer's loan (origination timestamp), fraud
      *>            case (case number) or fee (posting timestamp) it
      *>            concerns. It must be acknowledged within
      *>            WS-ACK-DAYS and answered within WS-FINAL-DAYS of
      *>            the business date it was received, each deadline
      *>            rolled forward to a business day.
      *>   ASSIGN   hands it to an operator to work. Only a
      *>            SUPERVISOR may assign, to an active operator.
      *>   ACK      records that the customer has been acknowledged.
      *>   RESOLVE  records the final response: the outcome
      *>            (UPHELD, PARTIAL or REJECTED), the root cause, the
      *>            redress paid (0 for none) and a short note. A
      *>            complaint assigned to somebody else, or one that
      *>            pays redress, needs a SUPERVISOR to resolve it.
      *>
      *> COMPLAINT-AGING reports the unresolved complaints against
      *> their deadlines daily; COMPLAINT-SUMMARY counts them by
      *> category and root cause monthly.
      *>
      *> Invocation: COMPLAINT-MAINTAIN LOG <customer_id> <category>
      *>                  <channel> <operator_id>
      *>                  [LOAN|CASE|FEE <record_key>]
      *>             COMPLAINT-MAINTAIN ASSIGN <complaint_number>
      *>                  <assignee_id> <supervisor_id>
      *>             COMPLAINT-MAINTAIN ACK <complaint_number>
      *>                  <operator_id>
      *>             COMPLAINT-MAINTAIN RESOLVE <complaint_number>
      *>                  <operator_id> <outcome> <root_cause>
      *>                  <redress_amount> [note]
      *>   <category> is DECLINE, LATE-FEE, FRAUD-HOLD, COLLECTION,
      *>   SERVICE or OTHER; <channel> is PHONE, EMAIL, LETTER or
      *>   BRANCH; <root_cause> is PROCESS, SYSTEM, STAFF, POLICY,
      *>   THIRD-PARTY or NO-FAULT. [note] is the rest of the
      *>   command line, blanks and all. <redress_amount> must be a
      *>   number, zero or more.
      *> Example: ./complaint-maintain LOG C-00001 LATE-FEE PHONE
      *>          K-0001 FEE 2026091500000000+0000
      *>          ./complaint-maintain ASSIGN 12 K-0002 S-0001
      *>          ./complaint-maintain RESOLVE 12 K-0002 UPHELD
      *>          PROCESS 25.00 Fee charged during grace period
      *>
      *> Output: complaint-register.dat (appended / rewritten)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO FCP-BUS-CALENDAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.

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

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT COMPLAINT-FILE ASSIGN TO FCP-COMPLAINT-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT COMPLAINT-NEW-FILE
               ASSIGN TO "complaint-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-NEW-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CALENDAR-FILE.
           COPY "CALENDAR-REC.cpy".

       FD  OPERATOR-ROSTER-FILE.
           COPY "OPERATOR-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  COMPLAINT-FILE.
           COPY "COMPLAINT-REC.cpy".

       FD  COMPLAINT-NEW-FILE.
       01  COMPLAINT-NEW-RECORD          PIC X(236).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Regulatory response windows - calendar days from the day
      *> the complaint was received, rolled to a business day
       01  WS-ACK-DAYS                   PIC 9(3) VALUE 5.
       01  WS-FINAL-DAYS                 PIC 9(3) VALUE 56.

      *> Complaint register work fields
       01  WS-COMPLAINT-STATUS           PIC XX VALUE SPACES.
       01  WS-COMPLAINT-NEW-STATUS       PIC XX VALUE SPACES.
       01  WS-COMPLAINT-EOF              PIC X VALUE "N".
           88  COMPLAINT-AT-EOF          VALUE "Y".
       01  WS-COMPLAINT-FOUND            PIC X VALUE "N".
           88  COMPLAINT-WAS-FOUND       VALUE "Y".
       01  WS-LAST-NUMBER                PIC 9(8) VALUE 0.
       01  WS-NEXT-NUMBER                PIC 9(8) VALUE 0.

      *> The complaint as found on the register
       01  WS-FOUND-CUSTOMER             PIC X(10) VALUE SPACES.
       01  WS-FOUND-STATUS               PIC X(12) VALUE SPACES.
       01  WS-FOUND-ASSIGNED             PIC X(10) VALUE SPACES.
       01  WS-FOUND-ACK-DUE              PIC X(8) VALUE SPACES.
       01  WS-FOUND-FINAL-DUE            PIC X(8) VALUE SPACES.

      *> Deadline work fields
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-ACK-DUE-DATE               PIC X(8) VALUE SPACES.
       01  WS-FINAL-DUE-DATE             PIC X(8) VALUE SPACES.

      *> Referenced-record lookup work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-LOOKUP-EOF                 PIC X VALUE "N".
           88  LOOKUP-AT-EOF             VALUE "Y".
       01  WS-REF-FOUND                  PIC X VALUE "N".
           88  REFERENCE-WAS-FOUND       VALUE "Y".

      *> Redress work fields
       01  WS-REDRESS-AMOUNT             PIC 9(10)V99 VALUE 0.
       01  WS-AMOUNT-EDIT                PIC 9(12).99.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NEEDS-SUPERVISOR           PIC X VALUE "N".
           88  SUPERVISOR-REQUIRED       VALUE "Y".

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.
       01  WS-AUDIT-CUSTOMER             PIC X(10) VALUE SPACES.

      *> Input parameters - what each position after the action
      *> means depends on the action, so they are taken raw and
      *> sorted out once the action is known.
       01  WS-ACTION                     PIC X(10) VALUE SPACES.
       01  WS-PARAM-2                    PIC X(21) VALUE SPACES.
       01  WS-PARAM-3                    PIC X(21) VALUE SPACES.
       01  WS-PARAM-4                    PIC X(21) VALUE SPACES.
       01  WS-PARAM-5                    PIC X(21) VALUE SPACES.
       01  WS-PARAM-6                    PIC X(21) VALUE SPACES.
       01  WS-PARAM-7                    PIC X(60) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-COMPLAINT-NUMBER           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-ASSIGNEE-ID                PIC X(10) VALUE SPACES.
       01  WS-CATEGORY                   PIC X(10) VALUE SPACES.
           88  VALID-CATEGORY            VALUE "DECLINE" "LATE-FEE"
                                               "FRAUD-HOLD"
                                               "COLLECTION"
                                               "SERVICE" "OTHER".
       01  WS-CHANNEL                    PIC X(6) VALUE SPACES.
           88  VALID-CHANNEL             VALUE "PHONE" "EMAIL"
                                               "LETTER" "BRANCH".
       01  WS-REF-TYPE                   PIC X(4) VALUE SPACES.
           88  VALID-REF-TYPE            VALUE "LOAN" "CASE" "FEE".
       01  WS-REF-KEY                    PIC X(21) VALUE SPACES.
       01  WS-OUTCOME                    PIC X(8) VALUE SPACES.
           88  VALID-OUTCOME             VALUE "UPHELD" "PARTIAL"
                                               "REJECTED".
       01  WS-ROOT-CAUSE                 PIC X(12) VALUE SPACES.
           88  VALID-ROOT-CAUSE          VALUE "PROCESS" "SYSTEM"
                                               "STAFF" "POLICY"
                                               "THIRD-PARTY"
                                               "NO-FAULT".
       01  WS-REDRESS-STR                PIC X(15) VALUE SPACES.
       01  WS-NOTE                       PIC X(60) VALUE SPACES.

      *> Number normalization work fields: operators type "12",
      *> the register stores "00000012" - digits-only input is
      *> right-justified and zero-filled before matching. Case
      *> numbers given as a LOAN/CASE/FEE reference are treated the
      *> same way.
       01  WS-CN-INPUT                   PIC X(8) VALUE SPACES.
       01  WS-CN-TRIMMED                 PIC X(8) VALUE SPACES.
       01  WS-CN-LEN                     PIC 9(2) VALUE 0.
       01  WS-CN-IX                      PIC 9(2) VALUE 0.
       01  WS-CN-DIGITS                  PIC X VALUE "N".
           88  NUMBER-IS-DIGITS          VALUE "Y".
       01  WS-CN-NUM                     PIC 9(8) VALUE 0.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.
       01  WS-PARSE-PTR                  PIC 9(3) VALUE 1.

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".

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
           MOVE "COMPLAINT-MAINT" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "COMPLAINT REGISTER MAINTENANCE".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-ACTION
                    WS-PARAM-2
                    WS-PARAM-3
                    WS-PARAM-4
                    WS-PARAM-5
                    WS-PARAM-6
                    WS-PARAM-7
           END-UNSTRING.

           EVALUATE WS-ACTION
               WHEN "LOG"
                   MOVE WS-PARAM-2(1:10) TO WS-CUSTOMER-ID
                   MOVE WS-PARAM-3(1:10) TO WS-CATEGORY
                   MOVE WS-PARAM-4(1:6) TO WS-CHANNEL
                   MOVE WS-PARAM-5(1:10) TO WS-OPERATOR-ID
                   MOVE WS-PARAM-6(1:4) TO WS-REF-TYPE
                   MOVE WS-PARAM-7(1:21) TO WS-REF-KEY
                   MOVE WS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER
                   MOVE "COMPLAINT_LOG" TO WS-AUDIT-ACTION
               WHEN "ASSIGN"
                   MOVE WS-PARAM-2(1:8) TO WS-COMPLAINT-NUMBER
                   MOVE WS-PARAM-3(1:10) TO WS-ASSIGNEE-ID
                   MOVE WS-PARAM-4(1:10) TO WS-OPERATOR-ID
                   MOVE "COMPLAINT_ASSIGN" TO WS-AUDIT-ACTION
               WHEN "ACK"
                   MOVE WS-PARAM-2(1:8) TO WS-COMPLAINT-NUMBER
                   MOVE WS-PARAM-3(1:10) TO WS-OPERATOR-ID
                   MOVE "COMPLAINT_ACK" TO WS-AUDIT-ACTION
               WHEN "RESOLVE"
                   MOVE WS-PARAM-2(1:8) TO WS-COMPLAINT-NUMBER
                   MOVE WS-PARAM-3(1:10) TO WS-OPERATOR-ID
                   MOVE WS-PARAM-4(1:8) TO WS-OUTCOME
                   MOVE WS-PARAM-5(1:12) TO WS-ROOT-CAUSE
                   MOVE WS-PARAM-6(1:15) TO WS-REDRESS-STR
      *> The note is the rest of the command line, blanks and all.
                   MOVE 1 TO WS-PARSE-PTR
                   UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
                       INTO WS-ACTION WS-PARAM-2 WS-PARAM-3
                            WS-PARAM-4 WS-PARAM-5 WS-PARAM-6
                       WITH POINTER WS-PARSE-PTR
                   END-UNSTRING
                   MOVE WS-FULL-CMDLINE(WS-PARSE-PTR:) TO WS-NOTE
                   MOVE "COMPLAINT_RESOLVE" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "ERROR: action must be LOG, ASSIGN, ACK "
                       "or RESOLVE"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-OPERATOR-ID = SPACES
               OR (WS-ACTION = "LOG" AND (WS-CUSTOMER-ID = SPACES
                   OR WS-CHANNEL = SPACES))
               OR (WS-ACTION NOT = "LOG"
                   AND WS-COMPLAINT-NUMBER = SPACES)
               OR (WS-ACTION = "ASSIGN" AND WS-ASSIGNEE-ID = SPACES)
               OR (WS-ACTION = "RESOLVE"
                   AND WS-REDRESS-STR = SPACES)
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Everything after LOG works on a complaint already on the
      *> register; find it first, so the trail names its customer
      *> and the authorization below can see who it is assigned to.
           IF WS-ACTION NOT = "LOG"
               MOVE WS-COMPLAINT-NUMBER TO WS-CN-INPUT
               PERFORM NORMALIZE-NUMBER
               MOVE WS-CN-INPUT TO WS-COMPLAINT-NUMBER
               PERFORM FIND-COMPLAINT
               MOVE WS-FOUND-CUSTOMER TO WS-AUDIT-CUSTOMER
               IF NOT COMPLAINT-WAS-FOUND
                   DISPLAY "ERROR: Complaint " WS-COMPLAINT-NUMBER
                       " not found on complaint-register.dat"
                   MOVE "REJECTED - NOT_FOUND" TO WS-AUDIT-OUTCOME
                   PERFORM REJECT-ACTION
               END-IF
           END-IF.

      *> Handing work out is the supervisor's call, and so is
      *> overriding the assignee or paying the customer; logging,
      *> acknowledging and answering a complaint only needs an
      *> active identity on the roster.
           MOVE "N" TO WS-NEEDS-SUPERVISOR.
           IF WS-ACTION = "ASSIGN"
               MOVE "Y" TO WS-NEEDS-SUPERVISOR
           END-IF.
           IF WS-ACTION = "RESOLVE"
               PERFORM VALIDATE-REDRESS
               IF WS-REDRESS-AMOUNT > 0
                   OR (WS-FOUND-ASSIGNED NOT = SPACES
                       AND WS-FOUND-ASSIGNED NOT = WS-OPERATOR-ID)
                   MOVE "Y" TO WS-NEEDS-SUPERVISOR
               END-IF
           END-IF.

           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           IF SUPERVISOR-REQUIRED
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
               PERFORM REJECT-ACTION
           END-IF.

           EVALUATE WS-ACTION
               WHEN "LOG"
                   PERFORM LOG-COMPLAINT
               WHEN "ASSIGN"
                   PERFORM ASSIGN-COMPLAINT
               WHEN "ACK"
                   PERFORM ACKNOWLEDGE-COMPLAINT
               WHEN "RESOLVE"
                   PERFORM RESOLVE-COMPLAINT
           END-EVALUATE.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: COMPLAINT-MAINTAIN LOG <customer_id> "
               "<category> <channel> <operator_id> "
               "[LOAN|CASE|FEE <record_key>]".
           DISPLAY "       COMPLAINT-MAINTAIN ASSIGN "
               "<complaint_number> <assignee_id> <supervisor_id>".
           DISPLAY "       COMPLAINT-MAINTAIN ACK <complaint_number> "
               "<operator_id>".
           DISPLAY "       COMPLAINT-MAINTAIN RESOLVE "
               "<complaint_number> <operator_id> <outcome> "
               "<root_cause> <redress_amount> [note]".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       VALIDATE-REDRESS.
      *> Text that is not a number, or a negative one, would slip
      *> past the supervisor rule for paying redress.
           IF FUNCTION TEST-NUMVAL(WS-REDRESS-STR) NOT = 0
               DISPLAY "ERROR: Redress amount "
                   FUNCTION TRIM(WS-REDRESS-STR) " is not a number"
               MOVE "REJECTED - BAD_REDRESS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           IF FUNCTION NUMVAL(WS-REDRESS-STR) < 0
               DISPLAY "ERROR: Redress amount cannot be negative"
               MOVE "REJECTED - BAD_REDRESS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-REDRESS-STR) TO WS-REDRESS-AMOUNT.

       LOG-COMPLAINT.
           IF NOT VALID-CATEGORY
               DISPLAY "ERROR: Category must be DECLINE, LATE-FEE, "
                   "FRAUD-HOLD, COLLECTION, SERVICE or OTHER"
               MOVE "REJECTED - BAD_CATEGORY" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF NOT VALID-CHANNEL
               DISPLAY "ERROR: Channel must be PHONE, EMAIL, LETTER "
                   "or BRANCH"
               MOVE "REJECTED - BAD_CHANNEL" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM CHECK-CUSTOMER-ON-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               AND WS-MASTER-STATUS NOT = "35"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " is not on the customer master"
               MOVE "REJECTED - UNKNOWN_CUSTOMER" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-REF-TYPE NOT = SPACES
               PERFORM CHECK-REFERENCED-RECORD
           END-IF.

           PERFORM LOAD-BUSINESS-CALENDAR.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)) + WS-ACK-DAYS.
           COMPUTE CAL-DATE-IN = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CAL-DATE-OUT TO WS-ACK-DUE-DATE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)) + WS-FINAL-DAYS.
           COMPUTE CAL-DATE-IN = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CAL-DATE-OUT TO WS-FINAL-DUE-DATE.

      *> The number is issued under the register's lock, so two
      *> operators logging at once cannot be handed the same one.
           MOVE FCP-COMPLAINT-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: complaint-register.dat is locked - "
                   "nothing logged; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM FIND-LAST-NUMBER.
           COMPUTE WS-NEXT-NUMBER = WS-LAST-NUMBER + 1.
           MOVE WS-NEXT-NUMBER TO WS-COMPLAINT-NUMBER.

           MOVE SPACES TO COMPLAINT-RECORD.
           MOVE WS-COMPLAINT-NUMBER TO CP-COMPLAINT-NUMBER.
           MOVE WS-CUSTOMER-ID TO CP-CUSTOMER-ID.
           MOVE WS-CATEGORY TO CP-CATEGORY.
           MOVE WS-CHANNEL TO CP-CHANNEL.
           MOVE WS-REF-TYPE TO CP-REF-TYPE.
           MOVE WS-REF-KEY TO CP-REF-KEY.
           MOVE "OPEN" TO CP-STATUS.
           MOVE BDT-BUSINESS-DATE TO CP-RECEIVED-DATE.
           MOVE WS-ACK-DUE-DATE TO CP-ACK-DUE-DATE.
           MOVE WS-FINAL-DUE-DATE TO CP-FINAL-DUE-DATE.
           MOVE WS-OPERATOR-ID TO CP-OPENED-BY.
           MOVE 0 TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CP-REDRESS-STR.

           OPEN EXTEND COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
           END-IF.
           WRITE COMPLAINT-RECORD.
           CLOSE COMPLAINT-FILE.

           PERFORM RELEASE-FILE-LOCK.

           DISPLAY "Complaint:     " WS-COMPLAINT-NUMBER.
           DISPLAY "Customer:      " WS-CUSTOMER-ID.
           DISPLAY "Category:      " WS-CATEGORY.
           DISPLAY "Channel:       " WS-CHANNEL.
           IF WS-REF-TYPE NOT = SPACES
               DISPLAY "Concerns:      " WS-REF-TYPE " "
                   FUNCTION TRIM(WS-REF-KEY)
           END-IF.
           DISPLAY "Received:      " BDT-BUSINESS-DATE.
           DISPLAY "Acknowledge by " WS-ACK-DUE-DATE.
           DISPLAY "Final response " WS-FINAL-DUE-DATE.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "LOGGED " WS-COMPLAINT-NUMBER " " WS-CATEGORY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       CHECK-CUSTOMER-ON-MASTER.
      *> WS-MASTER-STATUS comes back "00" when the customer is on
      *> the master, "35" when there is no master to ask (which is
      *> not a reason to turn a complaint away), and anything else
      *> when the master has no such customer.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "35" TO WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           CLOSE CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "23" TO WS-MASTER-STATUS
           END-IF.

       CHECK-REFERENCED-RECORD.
      *> The record a complaint concerns must be the complaining
      *> customer's own, so the link can be followed later.
           IF NOT VALID-REF-TYPE OR WS-REF-KEY = SPACES
               DISPLAY "ERROR: The record concerned must be given as "
                   "LOAN, CASE or FEE followed by its key"
               MOVE "REJECTED - BAD_REFERENCE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "N" TO WS-REF-FOUND.
           EVALUATE WS-REF-TYPE
               WHEN "LOAN"
                   PERFORM FIND-REFERENCED-LOAN
               WHEN "CASE"
                   MOVE WS-REF-KEY(1:8) TO WS-CN-INPUT
                   PERFORM NORMALIZE-NUMBER
                   MOVE SPACES TO WS-REF-KEY
                   MOVE WS-CN-INPUT TO WS-REF-KEY
                   PERFORM FIND-REFERENCED-CASE
               WHEN "FEE"
                   PERFORM FIND-REFERENCED-FEE
           END-EVALUATE.

           IF NOT REFERENCE-WAS-FOUND
               DISPLAY "ERROR: No " FUNCTION TRIM(WS-REF-TYPE) " "
                   FUNCTION TRIM(WS-REF-KEY) " found for "
                   FUNCTION TRIM(WS-CUSTOMER-ID)
               MOVE "REJECTED - REFERENCE_NOT_FOUND"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       FIND-REFERENCED-LOAN.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO LB-CUSTOMER-ID.
           MOVE WS-REF-KEY TO LB-TIMESTAMP.
           READ LOAN-BOOK-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "Y" TO WS-REF-FOUND
           END-IF.
           CLOSE LOAN-BOOK-FILE.

       FIND-REFERENCED-CASE.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LOOKUP-EOF.
           PERFORM READ-CASE-FOR-REFERENCE
               UNTIL LOOKUP-AT-EOF OR REFERENCE-WAS-FOUND.
           CLOSE CASE-QUEUE-FILE.

       READ-CASE-FOR-REFERENCE.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-LOOKUP-EOF
               NOT AT END
                   IF CQ-CASE-NUMBER = WS-REF-KEY(1:8)
                       AND CQ-CUSTOMER-ID = WS-CUSTOMER-ID
                       MOVE "Y" TO WS-REF-FOUND
                   END-IF
           END-READ.

       FIND-REFERENCED-FEE.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LOOKUP-EOF.
           PERFORM READ-FEE-FOR-REFERENCE
               UNTIL LOOKUP-AT-EOF OR REFERENCE-WAS-FOUND.
           CLOSE FEE-LEDGER-FILE.

       READ-FEE-FOR-REFERENCE.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LOOKUP-EOF
               NOT AT END
                   IF FL-TIMESTAMP = WS-REF-KEY
                       AND FL-CUSTOMER-ID = WS-CUSTOMER-ID
                       MOVE "Y" TO WS-REF-FOUND
                   END-IF
           END-READ.

       ASSIGN-COMPLAINT.
           IF WS-FOUND-STATUS = "RESOLVED"
               DISPLAY "ERROR: Complaint " WS-COMPLAINT-NUMBER
                   " is already resolved"
               MOVE "REJECTED - ALREADY_RESOLVED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> The assignee has to be somebody who can actually work it.
           MOVE WS-ASSIGNEE-ID TO OPA-OPERATOR-ID.
           PERFORM CHECK-OPERATOR-ACTIVE.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ASSIGNEE-ID)
                   " cannot be assigned: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - ASSIGNEE " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM REWRITE-COMPLAINT.

           IF WS-FOUND-ASSIGNED NOT = SPACES
               DISPLAY "Complaint " WS-COMPLAINT-NUMBER
                   " reassigned from " FUNCTION TRIM(WS-FOUND-ASSIGNED)
                   " to " FUNCTION TRIM(WS-ASSIGNEE-ID)
           ELSE
               DISPLAY "Complaint " WS-COMPLAINT-NUMBER
                   " assigned to " FUNCTION TRIM(WS-ASSIGNEE-ID)
           END-IF.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "ASSIGNED " WS-COMPLAINT-NUMBER " TO "
               WS-ASSIGNEE-ID
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       ACKNOWLEDGE-COMPLAINT.
           IF WS-FOUND-STATUS NOT = "OPEN"
               DISPLAY "ERROR: Complaint " WS-COMPLAINT-NUMBER
                   " is " FUNCTION TRIM(WS-FOUND-STATUS)
                   " - only an OPEN complaint is acknowledged"
               MOVE "REJECTED - NOT_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM REWRITE-COMPLAINT.

           DISPLAY "Complaint " WS-COMPLAINT-NUMBER " acknowledged".
           IF BDT-BUSINESS-DATE > WS-FOUND-ACK-DUE
               DISPLAY "WARNING: acknowledged after the "
                   WS-FOUND-ACK-DUE " deadline"
           END-IF.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "ACKNOWLEDGED " WS-COMPLAINT-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       RESOLVE-COMPLAINT.
           IF WS-FOUND-STATUS = "RESOLVED"
               DISPLAY "ERROR: Complaint " WS-COMPLAINT-NUMBER
                   " is already resolved"
               MOVE "REJECTED - ALREADY_RESOLVED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF NOT VALID-OUTCOME
               DISPLAY "ERROR: Outcome must be UPHELD, PARTIAL or "
                   "REJECTED"
               MOVE "REJECTED - BAD_OUTCOME" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF NOT VALID-ROOT-CAUSE
               DISPLAY "ERROR: Root cause must be PROCESS, SYSTEM, "
                   "STAFF, POLICY, THIRD-PARTY or NO-FAULT"
               MOVE "REJECTED - BAD_ROOT_CAUSE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM VALIDATE-REDRESS.

           PERFORM REWRITE-COMPLAINT.

           MOVE WS-REDRESS-AMOUNT TO WS-AMOUNT-DISPLAY.
           DISPLAY "Complaint " WS-COMPLAINT-NUMBER " resolved "
               FUNCTION TRIM(WS-OUTCOME) ", root cause "
               FUNCTION TRIM(WS-ROOT-CAUSE).
           IF WS-REDRESS-AMOUNT > 0
               DISPLAY "Redress paid:  "
                   FUNCTION TRIM(WS-AMOUNT-DISPLAY)
           END-IF.
           IF BDT-BUSINESS-DATE > WS-FOUND-FINAL-DUE
               DISPLAY "WARNING: final response after the "
                   WS-FOUND-FINAL-DUE " deadline"
           END-IF.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "RESOLVED " WS-COMPLAINT-NUMBER " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       NORMALIZE-NUMBER.
      *> Complaint and case numbers are stored as eight zero-padded
      *> digits, but nobody should have to type the leading zeros:
      *> digits-only input in WS-CN-INPUT is re-expressed in the
      *> stored form. Anything else is left alone and will simply
      *> not match.
           MOVE FUNCTION TRIM(WS-CN-INPUT) TO WS-CN-TRIMMED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CN-TRIMMED))
               TO WS-CN-LEN.
           IF WS-CN-TRIMMED = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CN-DIGITS.
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
               UNTIL WS-CN-IX > WS-CN-LEN
               OR NOT NUMBER-IS-DIGITS
               IF WS-CN-TRIMMED(WS-CN-IX:1) NOT NUMERIC
                   MOVE "N" TO WS-CN-DIGITS
               END-IF
           END-PERFORM.

           IF NUMBER-IS-DIGITS
               MOVE FUNCTION NUMVAL(WS-CN-TRIMMED) TO WS-CN-NUM
               MOVE WS-CN-NUM TO WS-CN-INPUT
           END-IF.

       FIND-COMPLAINT.
           MOVE "N" TO WS-COMPLAINT-FOUND.
           MOVE SPACES TO WS-FOUND-CUSTOMER.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-COMPLAINT-EOF.
           PERFORM READ-FOR-FIND
               UNTIL COMPLAINT-AT-EOF OR COMPLAINT-WAS-FOUND.

           CLOSE COMPLAINT-FILE.

       READ-FOR-FIND.
           READ COMPLAINT-FILE
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF
               NOT AT END
                   IF CP-COMPLAINT-NUMBER = WS-COMPLAINT-NUMBER
                       MOVE "Y" TO WS-COMPLAINT-FOUND
                       MOVE CP-CUSTOMER-ID TO WS-FOUND-CUSTOMER
                       MOVE CP-STATUS TO WS-FOUND-STATUS
                       MOVE CP-ASSIGNED-TO TO WS-FOUND-ASSIGNED
                       MOVE CP-ACK-DUE-DATE TO WS-FOUND-ACK-DUE
                       MOVE CP-FINAL-DUE-DATE TO WS-FOUND-FINAL-DUE
                   END-IF
           END-READ.

       FIND-LAST-NUMBER.
      *> Numbers are issued in order, so the last one issued is the
      *> highest on file.
           MOVE 0 TO WS-LAST-NUMBER.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-COMPLAINT-EOF.
           PERFORM READ-FOR-LAST-NUMBER
               UNTIL COMPLAINT-AT-EOF.

           CLOSE COMPLAINT-FILE.

       READ-FOR-LAST-NUMBER.
           READ COMPLAINT-FILE
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF
               NOT AT END
                   IF CP-COMPLAINT-NUMBER NUMERIC
                       AND CP-COMPLAINT-NUMBER > WS-LAST-NUMBER
                       MOVE CP-COMPLAINT-NUMBER TO WS-LAST-NUMBER
                   END-IF
           END-READ.

       REWRITE-COMPLAINT.
      *> The register is line sequential, so the change is applied by
      *> copying the file record-for-record with the complaint
      *> rewritten, then swapping the copy into place - the same
      *> rewrite pattern the other registers use, under the
      *> register's own lock.
           MOVE FCP-COMPLAINT-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: complaint-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN INPUT COMPLAINT-FILE.
           OPEN OUTPUT COMPLAINT-NEW-FILE.

           MOVE "N" TO WS-COMPLAINT-EOF.
           PERFORM COPY-ONE-COMPLAINT
               UNTIL COMPLAINT-AT-EOF.

           CLOSE COMPLAINT-FILE.
           CLOSE COMPLAINT-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f complaint-register.new "
               FUNCTION TRIM(FCP-COMPLAINT-REGISTER)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-COMPLAINT.
           READ COMPLAINT-FILE
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF
               NOT AT END
                   IF CP-COMPLAINT-NUMBER = WS-COMPLAINT-NUMBER
                       PERFORM APPLY-ACTION-TO-COMPLAINT
                   END-IF
                   MOVE COMPLAINT-RECORD TO COMPLAINT-NEW-RECORD
                   WRITE COMPLAINT-NEW-RECORD
           END-READ.

       APPLY-ACTION-TO-COMPLAINT.
           EVALUATE WS-ACTION
               WHEN "ASSIGN"
                   MOVE WS-ASSIGNEE-ID TO CP-ASSIGNED-TO
               WHEN "ACK"
                   MOVE "ACKNOWLEDGED" TO CP-STATUS
                   MOVE BDT-BUSINESS-DATE TO CP-ACK-DATE
               WHEN "RESOLVE"
      *> A final response acknowledges the complaint too, if nobody
      *> got round to it separately.
                   IF CP-ACK-DATE = SPACES
                       MOVE BDT-BUSINESS-DATE TO CP-ACK-DATE
                   END-IF
                   MOVE "RESOLVED" TO CP-STATUS
                   MOVE WS-OUTCOME TO CP-OUTCOME
                   MOVE WS-ROOT-CAUSE TO CP-ROOT-CAUSE
                   MOVE WS-REDRESS-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO CP-REDRESS-STR
                   MOVE BDT-BUSINESS-DATE TO CP-RESOLVED-DATE
                   MOVE WS-OPERATOR-ID TO CP-RESOLVED-BY
                   MOVE WS-NOTE TO CP-RESOLUTION-NOTE
           END-EVALUATE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "COMPLAINT-MAINT" TO AT-PROGRAM-NAME.
           MOVE WS-AUDIT-CUSTOMER TO AT-CUSTOMER-ID.
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

       COPY "CALENDAR-PARA.cpy".
