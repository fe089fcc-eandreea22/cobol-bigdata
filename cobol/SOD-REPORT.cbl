       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.
       AUTHOR. Thesis Project.

      *> SOD-REPORT.cbl
      *> Monthly Segregation-Of-Duties And Operator Activity Report
      *>
      *> Maker/checker is enforced inside TABLE-MAINTAIN and
      *> LOAN-APPROVE, but nothing there stops one operator doing two
      *> duties in two different programs for the same customer -
      *> onboarding a customer and approving their loan, updating a
      *> customer and then dispositioning their fraud case, clearing
      *> suspense into a loan they also reversed payments on. This
      *> report pulls every operator-attributed event together for
      *> compliance's monthly review:
      *>   - the shared audit trail, for the programs whose outcome
      *>     names the operator ("... BY <operator>"): CUST-ONBOARD,
      *>     CUSTOMER-UPDATE, CUSTOMER-ERASE, CUSTOMER-PREFS,
      *>     HOLD-RELEASE, KYC-REVIEW and PAYMENT-REVERSE;
      *>   - table-change-staging.dat: TABLE_SUBMIT by the maker,
      *>     TABLE_APPROVE / TABLE_REJECT by the checker;
      *>   - loan-approval-queue.dat: LOAN_CONFIRM / LOAN_VETO by
      *>     the second officer;
      *>   - loan-origination-log.dat: LOAN_APPROVED / LOAN_PENDING /
      *>     LOAN_DECLINED by the originating officer (the log keeps
      *>     no time of day, only the business date);
      *>   - payment-suspense.dat: SUSPENSE_CLEAR by the clearing
      *>     operator, against the customer ID as the bank supplied
      *>     it;
      *>   - analyst-feedback.dat: ANALYST-FDBK ANALYST_FEEDBACK by
      *>     the analyst.
      *>
      *> Section 1 counts each operator's events in the period by
      *> program and action, with how many fell after hours - before
      *> the start or from the end of the business day set on
      *> sod-config.dat (line 1 start HHMM, line 2 end HHMM, default
      *> 0800-1800), or on a weekend or business-calendar holiday.
      *> Section 2 lists the conflicts: for every rule on
      *> sod-rules.dat (SOD-RULE-REC.cpy, maintained through
      *> TABLE-MAINTAIN), each operator and customer with an event
      *> on side A and another on side B no further apart than the
      *> rule's window, the later of the two in the period. Earlier
      *> history is read as far back as the files go (the audit
      *> trail only to its last rollover), so a loan approved this
      *> month for a customer the same officer onboarded last year
      *> is still caught. Each operator / customer pair is listed
      *> once per rule. Without sod-rules.dat the built-in rules
      *> apply:
      *>   SOD001 CUST-ONBOARD CUSTOMER_ONBOARD vs
      *>          LOAN-PROCESS LOAN_APPROVED, any time apart
      *>   SOD002 CUST-ONBOARD CUSTOMER_ONBOARD vs
      *>          LOAN-APPROVE LOAN_CONFIRM, any time apart
      *>   SOD003 CUSTOMER-UPDATE CUSTOMER_UPDATE vs
      *>          ANALYST-FDBK ANALYST_FEEDBACK, within 30 days
      *>   SOD004 SUSPENSE-CLEAR SUSPENSE_CLEAR vs
      *>          PAYMENT-REVERSE PAYMENT_REVERSAL, any time apart
      *>
      *> Invocation: SOD-REPORT [YYYYMM]
      *> Example: ./sod-report 202609
      *>   Without a period, the business date's month is reported.
      *>
      *> Output: sod-report.txt

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

           SELECT SOD-CONFIG-FILE ASSIGN TO FCP-SOD-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT SOD-RULE-FILE ASSIGN TO FCP-SOD-RULES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STAGING-FILE ASSIGN TO FCP-TABLE-STAGING
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-STATUS.

           SELECT APPROVAL-QUEUE-FILE ASSIGN TO FCP-APPROVAL-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT ORIGINATION-LOG-FILE
               ASSIGN TO FCP-ORIGINATION-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINATION-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO FCP-PAYMENT-SUSPENSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT SOD-REPORT-FILE
               ASSIGN TO "sod-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CALENDAR-FILE.
           COPY "CALENDAR-REC.cpy".

       FD  SOD-CONFIG-FILE.
       01  SOD-CONFIG-RECORD             PIC X(15).

       FD  SOD-RULE-FILE.
           COPY "SOD-RULE-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  STAGING-FILE.
           COPY "TABLE-CHANGE-REC.cpy".

       FD  APPROVAL-QUEUE-FILE.
           COPY "LOAN-APPROVAL-REC.cpy".

       FD  ORIGINATION-LOG-FILE.
           COPY "ORIGINATION-LOG-REC.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE-REC.cpy".

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.

      *> Source file scan work fields
       01  WS-CONFIG-STATUS              PIC XX VALUE SPACES.
       01  WS-RULE-STATUS                PIC XX VALUE SPACES.
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-STAGING-STATUS             PIC XX VALUE SPACES.
       01  WS-APPROVAL-STATUS            PIC XX VALUE SPACES.
       01  WS-ORIGINATION-STATUS         PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS            PIC XX VALUE SPACES.
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.
       01  WS-SCAN-EOF                   PIC X VALUE "N".
           88  SCAN-AT-EOF               VALUE "Y".

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> Business hours (sod-config.dat); an event before the start
      *> or from the end on is after hours
       01  WS-DAY-START                  PIC 9(4) VALUE 0800.
       01  WS-DAY-END                    PIC 9(4) VALUE 1800.

      *> The conflict rules in force
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-ID            PIC X(6).
               10  WS-RULE-PROGRAM-A     PIC X(15).
               10  WS-RULE-ACTION-A      PIC X(20).
               10  WS-RULE-PROGRAM-B     PIC X(15).
               10  WS-RULE-ACTION-B      PIC X(20).
               10  WS-RULE-WINDOW        PIC 9(3).
               10  WS-RULE-CONFLICTS     PIC 9(5).
       01  WS-RULE-COUNT                 PIC 9(2) VALUE 0.
       01  WS-RULE-MAX                   PIC 9(2) VALUE 50.
       01  WS-RULE-IX                    PIC 9(2) VALUE 0.
       01  WS-RULE-SOURCE                PIC X(13) VALUE SPACES.

      *> Every operator-attributed event up to the end of the period
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 9999 TIMES.
               10  WS-EV-OPERATOR        PIC X(10).
               10  WS-EV-PROGRAM         PIC X(15).
               10  WS-EV-ACTION          PIC X(20).
               10  WS-EV-CUSTOMER        PIC X(10).
               10  WS-EV-DATE            PIC X(8).
               10  WS-EV-DAY-NUMBER      PIC 9(7).
       01  WS-EVENT-COUNT                PIC 9(4) VALUE 0.
       01  WS-EVENT-MAX                  PIC 9(4) VALUE 9999.
       01  WS-EV-IX                      PIC 9(4) VALUE 0.
       01  WS-EV-JX                      PIC 9(4) VALUE 0.
       01  WS-EVENT-FULL-FLAG            PIC X VALUE "N".
           88  EVENTS-TRUNCATED          VALUE "Y".

      *> The event being added
       01  WS-NEW-OPERATOR               PIC X(10) VALUE SPACES.
       01  WS-NEW-PROGRAM                PIC X(15) VALUE SPACES.
       01  WS-NEW-ACTION                 PIC X(20) VALUE SPACES.
       01  WS-NEW-CUSTOMER               PIC X(10) VALUE SPACES.
       01  WS-NEW-DATE                   PIC X(8) VALUE SPACES.
       01  WS-NEW-TIME                   PIC X(4) VALUE SPACES.
       01  WS-NEW-TIME-NUM               PIC 9(4) VALUE 0.
       01  WS-NEW-AFTER-HOURS            PIC X VALUE "N".
           88  NEW-EVENT-AFTER-HOURS     VALUE "Y".

      *> Audit outcome parsing - the operator follows " BY "
       01  WS-OUTCOME-HEAD               PIC X(34) VALUE SPACES.
       01  WS-OUTCOME-TAIL               PIC X(34) VALUE SPACES.
       01  WS-BY-COUNT                   PIC 9(2) VALUE 0.

      *> Each operator seen in the period, in first-seen order
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 500 TIMES.
               10  WS-OP-ID              PIC X(10).
               10  WS-OP-EVENTS          PIC 9(5).
               10  WS-OP-AFTER-HOURS     PIC 9(5).
       01  WS-OPERATOR-COUNT             PIC 9(3) VALUE 0.
       01  WS-OPERATOR-MAX               PIC 9(3) VALUE 500.
       01  WS-OP-IX                      PIC 9(3) VALUE 0.
       01  WS-OP-HIT                     PIC 9(3) VALUE 0.

      *> Each operator / program / action count in the period
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 2000 TIMES.
               10  WS-ACT-OP-IX          PIC 9(3).
               10  WS-ACT-PROGRAM        PIC X(15).
               10  WS-ACT-ACTION         PIC X(20).
               10  WS-ACT-COUNT          PIC 9(5).
               10  WS-ACT-AFTER-HOURS    PIC 9(5).
       01  WS-ACTIVITY-COUNT             PIC 9(4) VALUE 0.
       01  WS-ACTIVITY-MAX               PIC 9(4) VALUE 2000.
       01  WS-ACT-IX                     PIC 9(4) VALUE 0.
       01  WS-ACT-HIT                    PIC 9(4) VALUE 0.
       01  WS-ACTIVITY-FULL-FLAG         PIC X VALUE "N".
           88  ACTIVITY-TRUNCATED        VALUE "Y".

      *> The conflicts found, one per rule / operator / customer
       01  WS-CONFLICT-TABLE.
           05  WS-CF-ENTRY OCCURS 1000 TIMES.
               10  WS-CF-RULE-IX         PIC 9(2).
               10  WS-CF-OPERATOR        PIC X(10).
               10  WS-CF-CUSTOMER        PIC X(10).
               10  WS-CF-DATE-A          PIC X(8).
               10  WS-CF-DATE-B          PIC X(8).
       01  WS-CONFLICT-COUNT             PIC 9(4) VALUE 0.
       01  WS-CONFLICT-MAX               PIC 9(4) VALUE 1000.
       01  WS-CF-IX                      PIC 9(4) VALUE 0.
       01  WS-CONFLICT-FULL-FLAG         PIC X VALUE "N".
           88  CONFLICTS-TRUNCATED       VALUE "Y".
       01  WS-CONFLICT-KNOWN             PIC X VALUE "N".
           88  CONFLICT-ALREADY-LISTED   VALUE "Y".

      *> Conflict test work fields
       01  WS-LATER-DATE                 PIC X(8) VALUE SPACES.
       01  WS-DAYS-APART                 PIC 9(7) VALUE 0.

      *> Period totals
       01  WS-TOTAL-EVENTS               PIC 9(5) VALUE 0.
       01  WS-TOTAL-AFTER-HOURS          PIC 9(5) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY-1            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2            PIC ZZ,ZZ9.
       01  WS-WINDOW-DISPLAY             PIC X(16) VALUE SPACES.
       01  WS-ACTION-A-DISPLAY           PIC X(20) VALUE SPACES.
       01  WS-ACTION-B-DISPLAY           PIC X(20) VALUE SPACES.
       01  WS-WINDOW-EDIT                PIC ZZ9.
       01  WS-OPERATOR-DISPLAY           PIC X(10) VALUE SPACES.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Ops-maintained business calendar (holidays roll due
      *> dates; month-end days gate the monthly driver)
           COPY "CALENDAR-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-BUSINESS-CALENDAR.

           DISPLAY "========================================".
           DISPLAY "SEGREGATION OF DUTIES REPORT".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: SOD-REPORT [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-BUSINESS-HOURS.
           PERFORM LOAD-SOD-RULES.

           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM SCAN-TABLE-STAGING.
           PERFORM SCAN-APPROVAL-QUEUE.
           PERFORM SCAN-ORIGINATION-LOG.
           PERFORM SCAN-PAYMENT-SUSPENSE.
           PERFORM SCAN-ANALYST-FEEDBACK.

           PERFORM FIND-RULE-CONFLICTS
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT.

           OPEN OUTPUT SOD-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-ACTIVITY-SECTION.
           PERFORM WRITE-CONFLICT-SECTION.
           PERFORM WRITE-TOTALS-SECTION.
           CLOSE SOD-REPORT-FILE.

           DISPLAY "Events in " WS-PERIOD ":     " WS-TOTAL-EVENTS.
           DISPLAY "After hours:         " WS-TOTAL-AFTER-HOURS.
           DISPLAY "Conflicts:           " WS-CONFLICT-COUNT.
           IF EVENTS-TRUNCATED
               DISPLAY "WARNING: Event table full - "
                   "later events were not read"
           END-IF.
           DISPLAY "Report written to sod-report.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-BUSINESS-HOURS.
      *> A missing file or a nonsensical time keeps the default.
           OPEN INPUT SOD-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ SOD-CONFIG-FILE
               AT END
                   MOVE SPACES TO SOD-CONFIG-RECORD
           END-READ.
           IF SOD-CONFIG-RECORD(1:4) IS NUMERIC
               AND SOD-CONFIG-RECORD(1:4) < "2400"
               MOVE SOD-CONFIG-RECORD(1:4) TO WS-DAY-START
           END-IF.
           READ SOD-CONFIG-FILE
               AT END
                   MOVE SPACES TO SOD-CONFIG-RECORD
           END-READ.
           IF SOD-CONFIG-RECORD(1:4) IS NUMERIC
               AND SOD-CONFIG-RECORD(1:4) NOT > "2400"
               AND SOD-CONFIG-RECORD(1:4) > WS-DAY-START
               MOVE SOD-CONFIG-RECORD(1:4) TO WS-DAY-END
           END-IF.
           CLOSE SOD-CONFIG-FILE.

       LOAD-SOD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           OPEN INPUT SOD-RULE-FILE.
           IF WS-RULE-STATUS = "00"
               MOVE "N" TO WS-SCAN-EOF
               PERFORM READ-SOD-RULE
                   UNTIL SCAN-AT-EOF
               CLOSE SOD-RULE-FILE
           END-IF.
           IF WS-RULE-COUNT > 0
               MOVE "sod-rules.dat" TO WS-RULE-SOURCE
               EXIT PARAGRAPH
           END-IF.

           MOVE "built-in list" TO WS-RULE-SOURCE.
           MOVE SPACES TO SOD-RULE-RECORD.
           MOVE "SOD001" TO SR-RULE-ID.
           MOVE "CUST-ONBOARD" TO SR-PROGRAM-A.
           MOVE "CUSTOMER_ONBOARD" TO SR-ACTION-A.
           MOVE "LOAN-PROCESS" TO SR-PROGRAM-B.
           MOVE "LOAN_APPROVED" TO SR-ACTION-B.
           MOVE "000" TO SR-WINDOW-DAYS.
           PERFORM ADD-SOD-RULE.
           MOVE "SOD002" TO SR-RULE-ID.
           MOVE "LOAN-APPROVE" TO SR-PROGRAM-B.
           MOVE "LOAN_CONFIRM" TO SR-ACTION-B.
           PERFORM ADD-SOD-RULE.
           MOVE "SOD003" TO SR-RULE-ID.
           MOVE "CUSTOMER-UPDATE" TO SR-PROGRAM-A.
           MOVE "CUSTOMER_UPDATE" TO SR-ACTION-A.
           MOVE "ANALYST-FDBK" TO SR-PROGRAM-B.
           MOVE "ANALYST_FEEDBACK" TO SR-ACTION-B.
           MOVE "030" TO SR-WINDOW-DAYS.
           PERFORM ADD-SOD-RULE.
           MOVE "SOD004" TO SR-RULE-ID.
           MOVE "SUSPENSE-CLEAR" TO SR-PROGRAM-A.
           MOVE "SUSPENSE_CLEAR" TO SR-ACTION-A.
           MOVE "PAYMENT-REVERSE" TO SR-PROGRAM-B.
           MOVE "PAYMENT_REVERSAL" TO SR-ACTION-B.
           MOVE "000" TO SR-WINDOW-DAYS.
           PERFORM ADD-SOD-RULE.

       READ-SOD-RULE.
           READ SOD-RULE-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF SR-RULE-ID NOT = SPACES
                       AND SR-PROGRAM-A NOT = SPACES
                       AND SR-PROGRAM-B NOT = SPACES
                       PERFORM ADD-SOD-RULE
                   END-IF
           END-READ.

       ADD-SOD-RULE.
           IF WS-RULE-COUNT NOT < WS-RULE-MAX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE SR-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT).
           MOVE SR-PROGRAM-A TO WS-RULE-PROGRAM-A(WS-RULE-COUNT).
           MOVE SR-ACTION-A TO WS-RULE-ACTION-A(WS-RULE-COUNT).
           MOVE SR-PROGRAM-B TO WS-RULE-PROGRAM-B(WS-RULE-COUNT).
           MOVE SR-ACTION-B TO WS-RULE-ACTION-B(WS-RULE-COUNT).
           IF SR-WINDOW-DAYS IS NUMERIC
               MOVE SR-WINDOW-DAYS TO WS-RULE-WINDOW(WS-RULE-COUNT)
           ELSE
               MOVE 0 TO WS-RULE-WINDOW(WS-RULE-COUNT)
           END-IF.
           MOVE 0 TO WS-RULE-CONFLICTS(WS-RULE-COUNT).

       SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-AUDIT-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE AUDIT-TRAIL-FILE.

       READ-AUDIT-EVENT.
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF AT-PROGRAM-NAME = "CUST-ONBOARD"
                       OR AT-PROGRAM-NAME = "CUSTOMER-UPDATE"
                       OR AT-PROGRAM-NAME = "CUSTOMER-ERASE"
                       OR AT-PROGRAM-NAME = "CUSTOMER-PREFS"
                       OR AT-PROGRAM-NAME = "HOLD-RELEASE"
                       OR AT-PROGRAM-NAME = "KYC-REVIEW"
                       OR AT-PROGRAM-NAME = "PAYMENT-REVERSE"
                       PERFORM TAKE-AUDIT-EVENT
                   END-IF
           END-READ.

       TAKE-AUDIT-EVENT.
      *> Rejected and failed runs name nobody; only an outcome that
      *> says who did it is an event.
           MOVE 0 TO WS-BY-COUNT.
           MOVE SPACES TO WS-OUTCOME-HEAD WS-OUTCOME-TAIL.
           UNSTRING AT-OUTCOME DELIMITED BY " BY "
               INTO WS-OUTCOME-HEAD WS-OUTCOME-TAIL
               TALLYING IN WS-BY-COUNT
           END-UNSTRING.
           IF WS-BY-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-OPERATOR.
           UNSTRING WS-OUTCOME-TAIL DELIMITED BY ALL SPACES
               INTO WS-NEW-OPERATOR
           END-UNSTRING.
           MOVE AT-PROGRAM-NAME TO WS-NEW-PROGRAM.
           MOVE AT-ACTION TO WS-NEW-ACTION.
           MOVE AT-CUSTOMER-ID TO WS-NEW-CUSTOMER.
           MOVE AT-TIMESTAMP(1:8) TO WS-NEW-DATE.
           MOVE AT-TIMESTAMP(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       SCAN-TABLE-STAGING.
           OPEN INPUT STAGING-FILE.
           IF WS-STAGING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-STAGING-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE STAGING-FILE.

       READ-STAGING-EVENT.
           READ STAGING-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   PERFORM TAKE-STAGING-EVENTS
           END-READ.

       TAKE-STAGING-EVENTS.
      *> The maker's submission and the checker's decision are two
      *> events; a table change belongs to no customer.
           MOVE "TABLE-MAINTAIN" TO WS-NEW-PROGRAM.
           MOVE SPACES TO WS-NEW-CUSTOMER.
           MOVE "TABLE_SUBMIT" TO WS-NEW-ACTION.
           MOVE TC-MAKER-ID TO WS-NEW-OPERATOR.
           MOVE TC-TIMESTAMP(1:8) TO WS-NEW-DATE.
           MOVE TC-TIMESTAMP(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

           EVALUATE TC-STATUS
               WHEN "APPROVED"
                   MOVE "TABLE_APPROVE" TO WS-NEW-ACTION
               WHEN "REJECTED"
                   MOVE "TABLE_REJECT" TO WS-NEW-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE TC-CHECKER-ID TO WS-NEW-OPERATOR.
           MOVE TC-DECISION-TS(1:8) TO WS-NEW-DATE.
           MOVE TC-DECISION-TS(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       SCAN-APPROVAL-QUEUE.
           OPEN INPUT APPROVAL-QUEUE-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-APPROVAL-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE APPROVAL-QUEUE-FILE.

       READ-APPROVAL-EVENT.
           READ APPROVAL-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   PERFORM TAKE-APPROVAL-EVENT
           END-READ.

       TAKE-APPROVAL-EVENT.
      *> The maker's side is the origination log's entry.
           EVALUATE AQ-STATUS
               WHEN "CONFIRMD"
                   MOVE "LOAN_CONFIRM" TO WS-NEW-ACTION
               WHEN "VETOED"
                   MOVE "LOAN_VETO" TO WS-NEW-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "LOAN-APPROVE" TO WS-NEW-PROGRAM.
           MOVE AQ-CHECKER-ID TO WS-NEW-OPERATOR.
           MOVE AQ-CUSTOMER-ID TO WS-NEW-CUSTOMER.
           MOVE AQ-DECISION-TS(1:8) TO WS-NEW-DATE.
           MOVE AQ-DECISION-TS(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       SCAN-ORIGINATION-LOG.
           OPEN INPUT ORIGINATION-LOG-FILE.
           IF WS-ORIGINATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-ORIGINATION-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE ORIGINATION-LOG-FILE.

       READ-ORIGINATION-EVENT.
           READ ORIGINATION-LOG-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   PERFORM TAKE-ORIGINATION-EVENT
           END-READ.

       TAKE-ORIGINATION-EVENT.
      *> The log carries the business date only, so only a weekend
      *> or holiday makes an origination after hours.
           MOVE "LOAN-PROCESS" TO WS-NEW-PROGRAM.
           MOVE SPACES TO WS-NEW-ACTION.
           STRING "LOAN_" FUNCTION TRIM(OL-DECISION)
               DELIMITED BY SIZE INTO WS-NEW-ACTION
           END-STRING.
           MOVE OL-OFFICER-ID TO WS-NEW-OPERATOR.
           MOVE OL-CUSTOMER-ID TO WS-NEW-CUSTOMER.
           MOVE OL-DATE TO WS-NEW-DATE.
           MOVE SPACES TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       SCAN-PAYMENT-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-SUSPENSE-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE SUSPENSE-FILE.

       READ-SUSPENSE-EVENT.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF SU-STATUS = "CLEARED"
                       PERFORM TAKE-SUSPENSE-EVENT
                   END-IF
           END-READ.

       TAKE-SUSPENSE-EVENT.
           MOVE "SUSPENSE-CLEAR" TO WS-NEW-PROGRAM.
           MOVE "SUSPENSE_CLEAR" TO WS-NEW-ACTION.
           MOVE SU-CLEARED-BY TO WS-NEW-OPERATOR.
           MOVE SU-CUSTOMER-ID TO WS-NEW-CUSTOMER.
           MOVE SU-CLEARED-TS(1:8) TO WS-NEW-DATE.
           MOVE SU-CLEARED-TS(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       SCAN-ANALYST-FEEDBACK.
           OPEN INPUT FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM READ-FEEDBACK-EVENT
               UNTIL SCAN-AT-EOF.
           CLOSE FEEDBACK-FILE.

       READ-FEEDBACK-EVENT.
           READ FEEDBACK-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   PERFORM TAKE-FEEDBACK-EVENT
           END-READ.

       TAKE-FEEDBACK-EVENT.
           MOVE "ANALYST-FDBK" TO WS-NEW-PROGRAM.
           MOVE "ANALYST_FEEDBACK" TO WS-NEW-ACTION.
           MOVE AF-ANALYST-ID TO WS-NEW-OPERATOR.
           MOVE AF-CUSTOMER-ID TO WS-NEW-CUSTOMER.
           MOVE AF-TIMESTAMP(1:8) TO WS-NEW-DATE.
           MOVE AF-TIMESTAMP(9:4) TO WS-NEW-TIME.
           PERFORM ADD-EVENT.

       ADD-EVENT.
      *> Events after the period are not wanted; events with no
      *> operator or no usable date cannot be attributed.
           IF WS-NEW-OPERATOR = SPACES
               OR WS-NEW-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(WS-NEW-DATE)) NOT = 0
               OR WS-NEW-DATE(1:6) > WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-EVENT-COUNT NOT < WS-EVENT-MAX
               MOVE "Y" TO WS-EVENT-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-NEW-OPERATOR TO WS-EV-OPERATOR(WS-EVENT-COUNT).
           MOVE WS-NEW-PROGRAM TO WS-EV-PROGRAM(WS-EVENT-COUNT).
           MOVE WS-NEW-ACTION TO WS-EV-ACTION(WS-EVENT-COUNT).
           MOVE WS-NEW-CUSTOMER TO WS-EV-CUSTOMER(WS-EVENT-COUNT).
           MOVE WS-NEW-DATE TO WS-EV-DATE(WS-EVENT-COUNT).
           COMPUTE WS-EV-DAY-NUMBER(WS-EVENT-COUNT) =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NEW-DATE)).

           IF WS-NEW-DATE(1:6) = WS-PERIOD
               PERFORM JUDGE-AFTER-HOURS
               PERFORM TALLY-PERIOD-EVENT
           END-IF.

       JUDGE-AFTER-HOURS.
           MOVE "N" TO WS-NEW-AFTER-HOURS.
           IF WS-NEW-TIME IS NUMERIC
               MOVE WS-NEW-TIME TO WS-NEW-TIME-NUM
               IF WS-NEW-TIME-NUM < WS-DAY-START
                   OR WS-NEW-TIME-NUM NOT < WS-DAY-END
                   MOVE "Y" TO WS-NEW-AFTER-HOURS
               END-IF
           END-IF.
           MOVE WS-NEW-DATE TO CAL-DATE-IN.
           PERFORM ROLL-TO-BUSINESS-DAY.
           IF CAL-DATE-OUT NOT = CAL-DATE-IN
               MOVE "Y" TO WS-NEW-AFTER-HOURS
           END-IF.

       TALLY-PERIOD-EVENT.
           ADD 1 TO WS-TOTAL-EVENTS.
           IF NEW-EVENT-AFTER-HOURS
               ADD 1 TO WS-TOTAL-AFTER-HOURS
           END-IF.

           MOVE 0 TO WS-OP-HIT.
           PERFORM FIND-OPERATOR-SLOT
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OPERATOR-COUNT OR WS-OP-HIT > 0.
           IF WS-OP-HIT = 0
               IF WS-OPERATOR-COUNT NOT < WS-OPERATOR-MAX
                   MOVE "Y" TO WS-ACTIVITY-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OP-HIT
               MOVE WS-NEW-OPERATOR TO WS-OP-ID(WS-OP-HIT)
               MOVE 0 TO WS-OP-EVENTS(WS-OP-HIT)
               MOVE 0 TO WS-OP-AFTER-HOURS(WS-OP-HIT)
           END-IF.
           ADD 1 TO WS-OP-EVENTS(WS-OP-HIT).
           IF NEW-EVENT-AFTER-HOURS
               ADD 1 TO WS-OP-AFTER-HOURS(WS-OP-HIT)
           END-IF.

           MOVE 0 TO WS-ACT-HIT.
           PERFORM FIND-ACTIVITY-SLOT
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACTIVITY-COUNT
                   OR WS-ACT-HIT > 0.
           IF WS-ACT-HIT = 0
               IF WS-ACTIVITY-COUNT NOT < WS-ACTIVITY-MAX
                   MOVE "Y" TO WS-ACTIVITY-FULL-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE WS-ACTIVITY-COUNT TO WS-ACT-HIT
               MOVE WS-OP-HIT TO WS-ACT-OP-IX(WS-ACT-HIT)
               MOVE WS-NEW-PROGRAM TO WS-ACT-PROGRAM(WS-ACT-HIT)
               MOVE WS-NEW-ACTION TO WS-ACT-ACTION(WS-ACT-HIT)
               MOVE 0 TO WS-ACT-COUNT(WS-ACT-HIT)
               MOVE 0 TO WS-ACT-AFTER-HOURS(WS-ACT-HIT)
           END-IF.
           ADD 1 TO WS-ACT-COUNT(WS-ACT-HIT).
           IF NEW-EVENT-AFTER-HOURS
               ADD 1 TO WS-ACT-AFTER-HOURS(WS-ACT-HIT)
           END-IF.

       FIND-OPERATOR-SLOT.
           IF WS-OP-ID(WS-OP-IX) = WS-NEW-OPERATOR
               MOVE WS-OP-IX TO WS-OP-HIT
           END-IF.

       FIND-ACTIVITY-SLOT.
           IF WS-ACT-OP-IX(WS-ACT-IX) = WS-OP-HIT
               AND WS-ACT-PROGRAM(WS-ACT-IX) = WS-NEW-PROGRAM
               AND WS-ACT-ACTION(WS-ACT-IX) = WS-NEW-ACTION
               MOVE WS-ACT-IX TO WS-ACT-HIT
           END-IF.

       FIND-RULE-CONFLICTS.
           PERFORM MATCH-RULE-SIDE-A
               VARYING WS-EV-IX FROM 1 BY 1
               UNTIL WS-EV-IX > WS-EVENT-COUNT.

       MATCH-RULE-SIDE-A.
           IF WS-EV-CUSTOMER(WS-EV-IX) = SPACES
               OR WS-EV-PROGRAM(WS-EV-IX)
                   NOT = WS-RULE-PROGRAM-A(WS-RULE-IX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-ACTION-A(WS-RULE-IX) NOT = SPACES
               AND WS-EV-ACTION(WS-EV-IX)
                   NOT = WS-RULE-ACTION-A(WS-RULE-IX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATCH-RULE-SIDE-B
               VARYING WS-EV-JX FROM 1 BY 1
               UNTIL WS-EV-JX > WS-EVENT-COUNT.

       MATCH-RULE-SIDE-B.
           IF WS-EV-JX = WS-EV-IX
               OR WS-EV-OPERATOR(WS-EV-JX)
                   NOT = WS-EV-OPERATOR(WS-EV-IX)
               OR WS-EV-CUSTOMER(WS-EV-JX)
                   NOT = WS-EV-CUSTOMER(WS-EV-IX)
               OR WS-EV-PROGRAM(WS-EV-JX)
                   NOT = WS-RULE-PROGRAM-B(WS-RULE-IX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-ACTION-B(WS-RULE-IX) NOT = SPACES
               AND WS-EV-ACTION(WS-EV-JX)
                   NOT = WS-RULE-ACTION-B(WS-RULE-IX)
               EXIT PARAGRAPH
           END-IF.

      *> A pair wholly before the period was reported back then.
           IF WS-EV-DATE(WS-EV-IX) > WS-EV-DATE(WS-EV-JX)
               MOVE WS-EV-DATE(WS-EV-IX) TO WS-LATER-DATE
               COMPUTE WS-DAYS-APART =
                   WS-EV-DAY-NUMBER(WS-EV-IX)
                   - WS-EV-DAY-NUMBER(WS-EV-JX)
           ELSE
               MOVE WS-EV-DATE(WS-EV-JX) TO WS-LATER-DATE
               COMPUTE WS-DAYS-APART =
                   WS-EV-DAY-NUMBER(WS-EV-JX)
                   - WS-EV-DAY-NUMBER(WS-EV-IX)
           END-IF.
           IF WS-LATER-DATE(1:6) NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF WS-RULE-WINDOW(WS-RULE-IX) > 0
               AND WS-DAYS-APART > WS-RULE-WINDOW(WS-RULE-IX)
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CONFLICT-KNOWN.
           PERFORM CHECK-CONFLICT-LISTED
               VARYING WS-CF-IX FROM 1 BY 1
               UNTIL WS-CF-IX > WS-CONFLICT-COUNT
                   OR CONFLICT-ALREADY-LISTED.
           IF CONFLICT-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFLICT-COUNT NOT < WS-CONFLICT-MAX
               MOVE "Y" TO WS-CONFLICT-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE WS-RULE-IX TO WS-CF-RULE-IX(WS-CONFLICT-COUNT).
           MOVE WS-EV-OPERATOR(WS-EV-IX)
               TO WS-CF-OPERATOR(WS-CONFLICT-COUNT).
           MOVE WS-EV-CUSTOMER(WS-EV-IX)
               TO WS-CF-CUSTOMER(WS-CONFLICT-COUNT).
           MOVE WS-EV-DATE(WS-EV-IX) TO WS-CF-DATE-A(WS-CONFLICT-COUNT).
           MOVE WS-EV-DATE(WS-EV-JX) TO WS-CF-DATE-B(WS-CONFLICT-COUNT).
           ADD 1 TO WS-RULE-CONFLICTS(WS-RULE-IX).

       CHECK-CONFLICT-LISTED.
           IF WS-CF-RULE-IX(WS-CF-IX) = WS-RULE-IX
               AND WS-CF-OPERATOR(WS-CF-IX) = WS-EV-OPERATOR(WS-EV-IX)
               AND WS-CF-CUSTOMER(WS-CF-IX) = WS-EV-CUSTOMER(WS-EV-IX)
               MOVE "Y" TO WS-CONFLICT-KNOWN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "SEGREGATION OF DUTIES - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "Business hours " WS-DAY-START "-" WS-DAY-END
               " on business days; rules from "
               FUNCTION TRIM(WS-RULE-SOURCE)
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

       WRITE-ACTIVITY-SECTION.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE "OPERATOR ACTIVITY IN THE PERIOD"
               TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  OPERATOR   PROGRAM         ACTION"
               "                EVENTS  AFTER-HRS"
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

           IF WS-OPERATOR-COUNT = 0
               MOVE "  (no operator activity in the period)"
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-OPERATOR-ACTIVITY
               VARYING WS-OP-IX FROM 1 BY 1
               UNTIL WS-OP-IX > WS-OPERATOR-COUNT.

           IF ACTIVITY-TRUNCATED
               MOVE SPACES TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               STRING "  WARNING: activity table full - some events "
                   "are not counted above"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF.

       WRITE-OPERATOR-ACTIVITY.
           MOVE WS-OP-ID(WS-OP-IX) TO WS-OPERATOR-DISPLAY.
           PERFORM WRITE-ACTIVITY-LINE
               VARYING WS-ACT-IX FROM 1 BY 1
               UNTIL WS-ACT-IX > WS-ACTIVITY-COUNT.

           MOVE WS-OP-EVENTS(WS-OP-IX) TO WS-COUNT-DISPLAY-1.
           MOVE WS-OP-AFTER-HOURS(WS-OP-IX) TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "             ALL PROGRAMS"
               "                         "
               WS-COUNT-DISPLAY-1 "     " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

       WRITE-ACTIVITY-LINE.
      *> The operator is named on their first line only.
           IF WS-ACT-OP-IX(WS-ACT-IX) NOT = WS-OP-IX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACT-COUNT(WS-ACT-IX) TO WS-COUNT-DISPLAY-1.
           MOVE WS-ACT-AFTER-HOURS(WS-ACT-IX) TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  " WS-OPERATOR-DISPLAY " "
               WS-ACT-PROGRAM(WS-ACT-IX) " "
               WS-ACT-ACTION(WS-ACT-IX) " "
               WS-COUNT-DISPLAY-1 "     " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           MOVE SPACES TO WS-OPERATOR-DISPLAY.

       WRITE-CONFLICT-SECTION.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE "SEGREGATION OF DUTIES RULES" TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           PERFORM WRITE-RULE-LINE
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT.

           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE "CONFLICTS FOR REVIEW" TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  RULE   OPERATOR   CUSTOMER   SIDE A"
               "                    SIDE B"
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

           IF WS-CONFLICT-COUNT = 0
               MOVE "  (no conflicts in the period)"
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-CONFLICT-LINE
               VARYING WS-CF-IX FROM 1 BY 1
               UNTIL WS-CF-IX > WS-CONFLICT-COUNT.

           IF CONFLICTS-TRUNCATED
               MOVE SPACES TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               STRING "  WARNING: conflict table full - more conflicts "
                   "exist than are listed"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF.

       WRITE-RULE-LINE.
           IF WS-RULE-WINDOW(WS-RULE-IX) = 0
               MOVE "any time" TO WS-WINDOW-DISPLAY
           ELSE
               MOVE WS-RULE-WINDOW(WS-RULE-IX) TO WS-WINDOW-EDIT
               MOVE SPACES TO WS-WINDOW-DISPLAY
               STRING "within " FUNCTION TRIM(WS-WINDOW-EDIT) " days"
                   DELIMITED BY SIZE INTO WS-WINDOW-DISPLAY
               END-STRING
           END-IF.
           MOVE WS-RULE-ACTION-A(WS-RULE-IX) TO WS-ACTION-A-DISPLAY.
           IF WS-ACTION-A-DISPLAY = SPACES
               MOVE "(any action)" TO WS-ACTION-A-DISPLAY
           END-IF.
           MOVE WS-RULE-ACTION-B(WS-RULE-IX) TO WS-ACTION-B-DISPLAY.
           IF WS-ACTION-B-DISPLAY = SPACES
               MOVE "(any action)" TO WS-ACTION-B-DISPLAY
           END-IF.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  " WS-RULE-ID(WS-RULE-IX) " "
               FUNCTION TRIM(WS-RULE-PROGRAM-A(WS-RULE-IX)) " "
               FUNCTION TRIM(WS-ACTION-A-DISPLAY) " vs "
               FUNCTION TRIM(WS-RULE-PROGRAM-B(WS-RULE-IX)) " "
               FUNCTION TRIM(WS-ACTION-B-DISPLAY) " - "
               FUNCTION TRIM(WS-WINDOW-DISPLAY)
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

       WRITE-CONFLICT-LINE.
           MOVE WS-CF-RULE-IX(WS-CF-IX) TO WS-RULE-IX.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  " WS-RULE-ID(WS-RULE-IX) " "
               WS-CF-OPERATOR(WS-CF-IX) " "
               WS-CF-CUSTOMER(WS-CF-IX) " "
               WS-RULE-PROGRAM-A(WS-RULE-IX) " "
               WS-CF-DATE-A(WS-CF-IX) "  "
               WS-RULE-PROGRAM-B(WS-RULE-IX) " "
               WS-CF-DATE-B(WS-CF-IX)
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE "TOTALS" TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-OPERATOR-COUNT TO WS-COUNT-DISPLAY-1.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  Operators active:     " WS-COUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-TOTAL-EVENTS TO WS-COUNT-DISPLAY-1.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  Events:               " WS-COUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-TOTAL-AFTER-HOURS TO WS-COUNT-DISPLAY-1.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  After hours:          " WS-COUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.
           PERFORM WRITE-RULE-TOTAL
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT.
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-DISPLAY-1.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  Conflicts:            " WS-COUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

           IF EVENTS-TRUNCATED
               MOVE SPACES TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               STRING "  WARNING: event table full - later events were "
                   "not read"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF.

       WRITE-RULE-TOTAL.
           MOVE WS-RULE-CONFLICTS(WS-RULE-IX) TO WS-COUNT-DISPLAY-1.
           MOVE SPACES TO SOD-REPORT-RECORD.
           STRING "  Conflicts " WS-RULE-ID(WS-RULE-IX) ":     "
               WS-COUNT-DISPLAY-1
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING.
           WRITE SOD-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "CALENDAR-PARA.cpy".
