       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-MAINTAIN.
       AUTHOR. Thesis Project.

      *> SAR-MAINTAIN.cbl
      *> Suspicious Activity Report Filing Register Maintenance
      *>
      *> A case disposed CONFIRMED through ANALYST-FEEDBACK, or a
      *> SANCTIONS_BACKSWEEP case opened by SANCTIONS-SWEEP, starts
      *> the regulatory clock to file a suspicious activity report.
      *> This program keeps the filing register, sar-register.dat,
      *> that tracks each one from opening to filing:
      *>
      *>   OPEN       opens a filing record against a case number.
      *>              The trigger and the detected date come from the
      *>              case itself: the CONFIRMED disposition date off
      *>              analyst-feedback.dat, or the backsweep case's
      *>              own date. Any other case may still be referred
      *>              for filing (trigger REFERRAL, clock from
      *>              today). A case whose report is already FILED
      *>              opens a CONTINUE record for a continuing-
      *>              activity filing.
      *>   NARRATIVE  captures the filing narrative on the case's
      *>              open record (a later NARRATIVE replaces it).
      *>   FILE       records the filing reference the regulator
      *>              issued and marks the record FILED. Only a
      *>              SUPERVISOR on the roster may file, and never
      *>              without a narrative.
      *>
      *> The filing falls due WS-FILING-DAYS calendar days after the
      *> detected date. SAR-DEADLINE reports the open filings daily.
      *>
      *> Invocation: SAR-MAINTAIN OPEN <case_number> <operator_id>
      *>             SAR-MAINTAIN NARRATIVE <case_number>
      *>                          <operator_id> <narrative>
      *>             SAR-MAINTAIN FILE <case_number> <operator_id>
      *>                          <filing_reference>
      *>   <narrative> is a single blank-delimited token (quote or
      *>   underscore-join longer text at the call site).
      *> Example: ./sar-maintain OPEN 7 A-1001
      *>          ./sar-maintain NARRATIVE 7 A-1001
      *>          Card_testing_ring_across_three_merchants
      *>          ./sar-maintain FILE 7 S-0001 BSA-2026-000123
      *>
      *> Output: sar-register.dat (appended / rewritten)

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

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT SAR-FILE ASSIGN TO FCP-SAR-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT SAR-NEW-FILE
               ASSIGN TO "sar-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-NEW-STATUS.

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

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  SAR-FILE.
           COPY "SAR-REC.cpy".

       FD  SAR-NEW-FILE.
       01  SAR-NEW-RECORD                PIC X(239).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Filing deadline - calendar days from the detected date
       01  WS-FILING-DAYS                PIC 9(3) VALUE 30.

      *> Case queue lookup work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CASE-FOUND                 PIC X VALUE "N".
           88  CASE-WAS-FOUND            VALUE "Y".
       01  WS-CASE-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-CASE-TIMESTAMP             PIC X(19) VALUE SPACES.
       01  WS-CASE-FLAGS                 PIC X(60) VALUE SPACES.

      *> Analyst feedback lookup work fields
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.
       01  WS-FEEDBACK-EOF               PIC X VALUE "N".
           88  FEEDBACK-AT-EOF           VALUE "Y".
       01  WS-CONFIRMED-DATE             PIC X(8) VALUE SPACES.

      *> SAR register work fields
       01  WS-SAR-STATUS                 PIC XX VALUE SPACES.
       01  WS-SAR-NEW-STATUS             PIC XX VALUE SPACES.
       01  WS-SAR-EOF                    PIC X VALUE "N".
           88  SAR-AT-EOF                VALUE "Y".
       01  WS-OPEN-FOUND                 PIC X VALUE "N".
           88  OPEN-FILING-FOUND         VALUE "Y".
       01  WS-FILED-FOUND                PIC X VALUE "N".
           88  FILED-FILING-FOUND        VALUE "Y".
       01  WS-OPEN-NARRATIVE             PIC X(100) VALUE SPACES.
       01  WS-OPEN-DUE-DATE              PIC X(8) VALUE SPACES.
       01  WS-RECORDS-CHANGED            PIC 9(4) VALUE 0.

      *> New filing record work fields
       01  WS-FILING-TYPE                PIC X(8) VALUE SPACES.
       01  WS-TRIGGER                    PIC X(20) VALUE SPACES.
       01  WS-DETECTED-DATE              PIC X(8) VALUE SPACES.
       01  WS-DUE-DATE                   PIC X(8) VALUE SPACES.
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-NUM                   PIC 9(8) VALUE 0.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-ACTION                     PIC X(10) VALUE SPACES.
       01  WS-CASE-NUMBER                PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-DETAIL                     PIC X(100) VALUE SPACES.

      *> Case-number normalization work fields: operators type "7",
      *> the queue stores "00000007" - digits-only input is
      *> right-justified and zero-filled before matching.
       01  WS-CN-TRIMMED                 PIC X(8) VALUE SPACES.
       01  WS-CN-LEN                     PIC 9(2) VALUE 0.
       01  WS-CN-IX                      PIC 9(2) VALUE 0.
       01  WS-CN-DIGITS                  PIC X VALUE "N".
           88  CASE-NUMBER-IS-DIGITS     VALUE "Y".
       01  WS-CN-NUM                     PIC 9(8) VALUE 0.

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
           MOVE "SAR-MAINTAIN" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SAR FILING REGISTER MAINTENANCE".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-ACTION
                    WS-CASE-NUMBER
                    WS-OPERATOR-ID
                    WS-DETAIL
           END-UNSTRING.

           IF WS-CASE-NUMBER = SPACES OR WS-OPERATOR-ID = SPACES
               OR (WS-ACTION NOT = "OPEN" AND WS-DETAIL = SPACES)
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM NORMALIZE-CASE-NUMBER.

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   MOVE "SAR_OPEN" TO WS-AUDIT-ACTION
               WHEN "NARRATIVE"
                   MOVE "SAR_NARRATIVE" TO WS-AUDIT-ACTION
               WHEN "FILE"
                   MOVE "SAR_FILE" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "ERROR: action must be OPEN, NARRATIVE "
                       "or FILE"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *> Filing is the supervisor's sign-off; opening and writing up
      *> a filing only needs an active identity on the roster.
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           IF WS-ACTION = "FILE"
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

           PERFORM FIND-CASE-RECORD.
           IF NOT CASE-WAS-FOUND
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " not found on fraud-case-queue.dat"
               MOVE "REJECTED - CASE_NOT_FOUND" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SCAN-REGISTER-FOR-CASE.

           EVALUATE WS-ACTION
               WHEN "OPEN"
                   PERFORM OPEN-FILING
               WHEN "NARRATIVE"
                   PERFORM RECORD-NARRATIVE
               WHEN "FILE"
                   PERFORM FILE-REPORT
           END-EVALUATE.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: SAR-MAINTAIN OPEN <case_number> "
               "<operator_id>".
           DISPLAY "       SAR-MAINTAIN NARRATIVE <case_number> "
               "<operator_id> <narrative>".
           DISPLAY "       SAR-MAINTAIN FILE <case_number> "
               "<operator_id> <filing_reference>".

       OPEN-FILING.
      *> One filing in progress per case at a time; a case whose
      *> report is already filed opens a continuing-activity filing.
           IF OPEN-FILING-FOUND
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " already has an open filing due "
                   WS-OPEN-DUE-DATE
               MOVE "REJECTED - SAR_ALREADY_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FILED-FILING-FOUND
               MOVE "CONTINUE" TO WS-FILING-TYPE
               MOVE "CONTINUING_ACTIVITY" TO WS-TRIGGER
               MOVE BDT-BUSINESS-DATE TO WS-DETECTED-DATE
           ELSE
               MOVE "INITIAL" TO WS-FILING-TYPE
               PERFORM DETERMINE-TRIGGER
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DETECTED-DATE)) + WS-FILING-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-DUE-DATE.

           MOVE SPACES TO SAR-RECORD.
           MOVE WS-CASE-NUMBER TO SR-CASE-NUMBER.
           MOVE WS-FILING-TYPE TO SR-FILING-TYPE.
           MOVE WS-CASE-CUSTOMER TO SR-CUSTOMER-ID.
           MOVE WS-TRIGGER TO SR-TRIGGER.
           MOVE WS-DETECTED-DATE TO SR-DETECTED-DATE.
           MOVE WS-DUE-DATE TO SR-DUE-DATE.
           MOVE "OPEN" TO SR-STATUS.
           MOVE WS-OPERATOR-ID TO SR-OPENED-BY.
           MOVE FUNCTION CURRENT-DATE TO SR-OPENED-TS.

           MOVE FCP-SAR-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           OPEN EXTEND SAR-FILE.
           IF WS-SAR-STATUS = "35"
               OPEN OUTPUT SAR-FILE
           END-IF.
           WRITE SAR-RECORD.
           CLOSE SAR-FILE.
           PERFORM RELEASE-FILE-LOCK.

           DISPLAY "Case:      " WS-CASE-NUMBER.
           DISPLAY "Customer:  " WS-CASE-CUSTOMER.
           DISPLAY "Filing:    " WS-FILING-TYPE.
           DISPLAY "Trigger:   " WS-TRIGGER.
           DISPLAY "Detected:  " WS-DETECTED-DATE.
           DISPLAY "Due:       " WS-DUE-DATE.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "OPENED - " WS-CASE-NUMBER " DUE " WS-DUE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       DETERMINE-TRIGGER.
      *> The clock starts when the suspicion was established, not
      *> when somebody got round to opening the filing.
           IF WS-CASE-FLAGS(1:19) = "SANCTIONS_BACKSWEEP"
               MOVE "SANCTIONS_BACKSWEEP" TO WS-TRIGGER
               MOVE WS-CASE-TIMESTAMP(1:4) TO WS-DETECTED-DATE(1:4)
               MOVE WS-CASE-TIMESTAMP(6:2) TO WS-DETECTED-DATE(5:2)
               MOVE WS-CASE-TIMESTAMP(9:2) TO WS-DETECTED-DATE(7:2)
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CONFIRMED-DISPOSITION.
           IF WS-CONFIRMED-DATE NOT = SPACES
               MOVE "CONFIRMED" TO WS-TRIGGER
               MOVE WS-CONFIRMED-DATE TO WS-DETECTED-DATE
           ELSE
               MOVE "REFERRAL" TO WS-TRIGGER
               MOVE BDT-BUSINESS-DATE TO WS-DETECTED-DATE
           END-IF.

       FIND-CONFIRMED-DISPOSITION.
           MOVE SPACES TO WS-CONFIRMED-DATE.
           OPEN INPUT FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FEEDBACK-EOF.
           PERFORM READ-FEEDBACK-RECORD
               UNTIL FEEDBACK-AT-EOF.

           CLOSE FEEDBACK-FILE.

       READ-FEEDBACK-RECORD.
           READ FEEDBACK-FILE
               AT END
                   MOVE "Y" TO WS-FEEDBACK-EOF
               NOT AT END
                   IF AF-CUSTOMER-ID = WS-CASE-CUSTOMER
                       AND AF-CASE-TIMESTAMP = WS-CASE-TIMESTAMP
                       AND AF-ANALYST-DECISION = "CONFIRMED"
                       MOVE AF-TIMESTAMP(1:8) TO WS-CONFIRMED-DATE
                       MOVE "Y" TO WS-FEEDBACK-EOF
                   END-IF
           END-READ.

       RECORD-NARRATIVE.
           IF NOT OPEN-FILING-FOUND
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " has no open filing - OPEN it first"
               MOVE "REJECTED - NO_OPEN_SAR" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REWRITE-OPEN-FILING.

           DISPLAY "Narrative recorded for case " WS-CASE-NUMBER.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "NARRATIVE - " WS-CASE-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       FILE-REPORT.
           IF NOT OPEN-FILING-FOUND
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " has no open filing - OPEN it first"
               MOVE "REJECTED - NO_OPEN_SAR" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-OPEN-NARRATIVE = SPACES
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " has no narrative - record one before filing"
               MOVE "REJECTED - NO_NARRATIVE" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REWRITE-OPEN-FILING.

           DISPLAY "Case " WS-CASE-NUMBER " FILED, reference "
               FUNCTION TRIM(WS-DETAIL).
           IF BDT-BUSINESS-DATE > WS-OPEN-DUE-DATE
               DISPLAY "WARNING: filed after the " WS-OPEN-DUE-DATE
                   " deadline"
           END-IF.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "FILED - " WS-CASE-NUMBER " " WS-DETAIL(1:12)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       NORMALIZE-CASE-NUMBER.
      *> FRAUD-CHECK issues zero-padded eight-digit case numbers, but
      *> nobody should have to type the leading zeros: digits-only
      *> input is re-expressed in the stored form. Anything else is
      *> left alone and will simply not match.
           MOVE FUNCTION TRIM(WS-CASE-NUMBER) TO WS-CN-TRIMMED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CN-TRIMMED))
               TO WS-CN-LEN.
           IF WS-CN-TRIMMED = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CN-DIGITS.
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
               UNTIL WS-CN-IX > WS-CN-LEN
               OR NOT CASE-NUMBER-IS-DIGITS
               IF WS-CN-TRIMMED(WS-CN-IX:1) NOT NUMERIC
                   MOVE "N" TO WS-CN-DIGITS
               END-IF
           END-PERFORM.

           IF CASE-NUMBER-IS-DIGITS
               MOVE FUNCTION NUMVAL(WS-CN-TRIMMED) TO WS-CN-NUM
               MOVE WS-CN-NUM TO WS-CASE-NUMBER
           END-IF.

       FIND-CASE-RECORD.
           MOVE "N" TO WS-CASE-FOUND.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-CASE-RECORD
               UNTIL CASE-AT-EOF OR CASE-WAS-FOUND.

           CLOSE CASE-QUEUE-FILE.

       READ-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CASE-NUMBER = WS-CASE-NUMBER
                       MOVE "Y" TO WS-CASE-FOUND
                       MOVE CQ-CUSTOMER-ID TO WS-CASE-CUSTOMER
                       MOVE CQ-TIMESTAMP TO WS-CASE-TIMESTAMP
                       MOVE CQ-FRAUD-FLAGS TO WS-CASE-FLAGS
                   END-IF
           END-READ.

       SCAN-REGISTER-FOR-CASE.
      *> Note whether the case already has a filing in progress and
      *> whether one has been filed before.
           MOVE "N" TO WS-OPEN-FOUND.
           MOVE "N" TO WS-FILED-FOUND.
           MOVE SPACES TO WS-OPEN-NARRATIVE.
           MOVE SPACES TO WS-OPEN-DUE-DATE.
           OPEN INPUT SAR-FILE.
           IF WS-SAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SAR-EOF.
           PERFORM READ-SAR-RECORD
               UNTIL SAR-AT-EOF.

           CLOSE SAR-FILE.

       READ-SAR-RECORD.
           READ SAR-FILE
               AT END
                   MOVE "Y" TO WS-SAR-EOF
               NOT AT END
                   IF SR-CASE-NUMBER = WS-CASE-NUMBER
                       IF SR-STATUS = "FILED"
                           MOVE "Y" TO WS-FILED-FOUND
                       ELSE
                           MOVE "Y" TO WS-OPEN-FOUND
                           MOVE SR-NARRATIVE TO WS-OPEN-NARRATIVE
                           MOVE SR-DUE-DATE TO WS-OPEN-DUE-DATE
                       END-IF
                   END-IF
           END-READ.

       REWRITE-OPEN-FILING.
      *> The register is line sequential, so the change is applied by
      *> copying the file record-for-record with the case's open
      *> filing rewritten, then swapping the copy into place - the
      *> same rewrite pattern the case queue uses, under the
      *> register's own lock.
           MOVE FCP-SAR-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: sar-register.dat is locked - nothing "
                   "changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SAR-FILE.
           OPEN OUTPUT SAR-NEW-FILE.

           MOVE 0 TO WS-RECORDS-CHANGED.
           MOVE "N" TO WS-SAR-EOF.
           PERFORM COPY-ONE-SAR-RECORD
               UNTIL SAR-AT-EOF.

           CLOSE SAR-FILE.
           CLOSE SAR-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f sar-register.new "
               FUNCTION TRIM(FCP-SAR-REGISTER)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-SAR-RECORD.
           READ SAR-FILE
               AT END
                   MOVE "Y" TO WS-SAR-EOF
               NOT AT END
                   IF SR-CASE-NUMBER = WS-CASE-NUMBER
                       AND SR-STATUS NOT = "FILED"
                       PERFORM APPLY-ACTION-TO-FILING
                   END-IF
                   MOVE SAR-RECORD TO SAR-NEW-RECORD
                   WRITE SAR-NEW-RECORD
           END-READ.

       APPLY-ACTION-TO-FILING.
           IF WS-ACTION = "NARRATIVE"
               MOVE WS-DETAIL TO SR-NARRATIVE
           ELSE
               MOVE WS-DETAIL TO SR-FILING-REF
               MOVE BDT-BUSINESS-DATE TO SR-FILED-DATE
               MOVE WS-OPERATOR-ID TO SR-FILED-BY
               MOVE "FILED" TO SR-STATUS
           END-IF.
           ADD 1 TO WS-RECORDS-CHANGED.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "SAR-MAINTAIN" TO AT-PROGRAM-NAME.
           MOVE WS-CASE-CUSTOMER TO AT-CUSTOMER-ID.
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
