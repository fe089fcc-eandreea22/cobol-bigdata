       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-NOTE.
       AUTHOR. Thesis Project.

      *> CASE-NOTE.cbl
      *> Fraud Case Activity Entry Program
      *>
      *> Lets an analyst record one step taken on a fraud case - a
      *> call to the customer, a merchant contact, a card block,
      *> documents asked for or received, or a plain note - on the
      *> case activity log (case-activity.dat), as many times as the
      *> investigation needs. Whoever picks the case up next reads
      *> the log with CASE-HISTORY instead of starting over.
      *>
      *> Invocation: CASE-NOTE <case_number> <analyst_id>
      *>                       <action_code> <notes>
      *>   <action_code> is CALL_CUST, CALL_MERCH, CARD_BLOCK,
      *>   DOCS_REQ, DOCS_RECVD, or NOTE (see CASE-ACTIVITY-REC.cpy).
      *>   <notes> is the rest of the command line, blanks and all,
      *>   up to 100 characters.
      *>   When the operator roster exists, the analyst must be an
      *>   active roster entry. A CLOSED case takes no new entries.
      *> Example: ./case-note 7 A-1001 CALL_CUST Customer confirms
      *>          card is in their possession

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

           SELECT CASE-ACTIVITY-FILE ASSIGN TO FCP-CASE-ACTIVITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAV-FILE-STATUS.

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

       FD  CASE-ACTIVITY-FILE.
           COPY "CASE-ACTIVITY-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Case queue work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CASE-FOUND                 PIC X VALUE "N".
           88  CASE-WAS-FOUND            VALUE "Y".
       01  WS-CASE-QUEUE-STATUS          PIC X(8) VALUE SPACES.
       01  WS-CASE-CUSTOMER              PIC X(10) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-CASE-NUMBER                PIC X(8) VALUE SPACES.
       01  WS-ANALYST-ID                 PIC X(10) VALUE SPACES.
       01  WS-ACTION-CODE                PIC X(10) VALUE SPACES.
           88  ACTION-CODE-VALID         VALUE "CALL_CUST"
                                               "CALL_MERCH"
                                               "CARD_BLOCK"
                                               "DOCS_REQ"
                                               "DOCS_RECVD"
                                               "NOTE".
       01  WS-NOTES                      PIC X(100) VALUE SPACES.

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
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.
       01  WS-PARSE-PTR                  PIC 9(4) VALUE 0.

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

      *> Fraud case activity log (every step on a case, appended in
      *> the order it happened)
           COPY "CASE-ACTIVITY-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "CASE-NOTE" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "FRAUD CASE ACTIVITY ENTRY".
           DISPLAY "========================================".

      *> The notes are taken verbatim from the rest of the command
      *> line, the way TABLE-MAINTAIN takes a row image, so an
      *> analyst can write a sentence rather than one token.
           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-CASE-NUMBER WS-ANALYST-ID WS-ACTION-CODE
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           IF WS-PARSE-PTR <= LENGTH OF WS-FULL-CMDLINE
               MOVE WS-FULL-CMDLINE(WS-PARSE-PTR:) TO WS-NOTES
           END-IF.

           IF WS-CASE-NUMBER = SPACES OR WS-ANALYST-ID = SPACES
               OR WS-ACTION-CODE = SPACES OR WS-NOTES = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: CASE-NOTE <case_number> <analyst_id> "
                   "<action_code> <notes>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ACTION-CODE-VALID
               DISPLAY "ERROR: action code must be CALL_CUST, "
                   "CALL_MERCH, CARD_BLOCK, DOCS_REQ, DOCS_RECVD "
                   "or NOTE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Only an active roster identity writes on a case; every
      *> denial lands on the trail.
           MOVE WS-ANALYST-ID TO OPA-OPERATOR-ID.
           PERFORM CHECK-OPERATOR-ACTIVE.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ANALYST-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE "CASE_NOTE" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DENIED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM NORMALIZE-CASE-NUMBER.

           PERFORM FIND-CASE-BY-NUMBER.

           IF NOT CASE-WAS-FOUND
               DISPLAY "ERROR: No case " WS-CASE-NUMBER
                   " on fraud-case-queue.dat"
               MOVE "CASE_NOTE" TO WS-AUDIT-ACTION
               MOVE "REJECTED - CASE_NOT_FOUND" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A disposed case's history ends with its DISPOSED entry;
      *> later work belongs on a new case.
           IF WS-CASE-QUEUE-STATUS = "CLOSED"
               DISPLAY "ERROR: Case " WS-CASE-NUMBER
                   " is already CLOSED"
               MOVE "CASE_NOTE" TO WS-AUDIT-ACTION
               MOVE "REJECTED - CASE_CLOSED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-CASE-NUMBER TO CAV-CASE-NUMBER.
           MOVE WS-CASE-CUSTOMER TO CAV-CUSTOMER-ID.
           MOVE WS-ACTION-CODE TO CAV-ACTION.
           MOVE WS-ANALYST-ID TO CAV-ANALYST-ID.
           MOVE WS-NOTES TO CAV-NOTES.
           PERFORM APPEND-CASE-ACTIVITY.

           DISPLAY "".
           DISPLAY "Case " WS-CASE-NUMBER " "
               FUNCTION TRIM(WS-ACTION-CODE) " recorded by "
               FUNCTION TRIM(WS-ANALYST-ID) ".".
           DISPLAY "========================================".

           MOVE "CASE_NOTE" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "ADDED " WS-CASE-NUMBER " " WS-ACTION-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

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

       FIND-CASE-BY-NUMBER.
           MOVE "N" TO WS-CASE-FOUND.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-FOR-FIND
               UNTIL CASE-AT-EOF OR CASE-WAS-FOUND.

           CLOSE CASE-QUEUE-FILE.

       READ-FOR-FIND.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CASE-NUMBER = WS-CASE-NUMBER
                       MOVE "Y" TO WS-CASE-FOUND
                       MOVE CQ-STATUS TO WS-CASE-QUEUE-STATUS
                       MOVE CQ-CUSTOMER-ID TO WS-CASE-CUSTOMER
                   END-IF
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "CASE-NOTE" TO AT-PROGRAM-NAME.
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

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "CASE-ACTIVITY-PARA.cpy".
