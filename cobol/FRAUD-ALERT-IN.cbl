       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-ALERT-IN.
       AUTHOR. Thesis Project.

      *> FRAUD-ALERT-IN.cbl
      *> "Was This You?" Customer Fraud Alert Response Intake
      *>
      *> Reads the customers' answers to FRAUD-ALERT-OUT alerts back
      *> from fraud-alert-responses.dat and acts on the case each
      *> alert was raised for:
      *>
      *>   YES  "it was me" - the case is closed OVERRIDDEN on
      *>        fraud-case-queue.dat with CUSTOMER as the source; the
      *>        disposition lands on analyst-feedback.dat exactly as
      *>        an analyst override would, and any hold on the
      *>        customer is released the same way.
      *>   NO   "it was not me" - the case goes to HIGH priority for
      *>        the analysts and the customer is held on
      *>        customer-hold-file.dat, the way FRAUD-CHECK holds a
      *>        customer on a DECLINE.
      *>
      *> Only the first answer received by the alert's answer-by
      *> date counts. An alert nobody answered in time is marked
      *> EXPIRED and its case simply stays with the analysts; an
      *> answer for a case an analyst already closed is recorded
      *> and otherwise ignored. Every alert's outcome is kept on
      *> fraud-alert-log.dat, so the response file may be re-read
      *> without acting twice.
      *>
      *> Only alerts still awaiting an answer (SENT) are held in
      *> memory, up to 5000 at once; answered and expired alerts
      *> are copied through untouched when the log is rewritten, so
      *> the log itself may grow without limit. More than 5000
      *> alerts awaiting an answer stops the run before anything
      *> is applied.
      *>
      *> Invocation: FRAUD-ALERT-IN
      *> Example: ./fraud-alert-in
      *>
      *> Output: fraud-alert-log.dat, fraud-case-queue.dat,
      *>         analyst-feedback.dat, customer-hold-file.dat
      *>         (rewritten / appended)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO FCP-ALERT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           SELECT ALERT-LOG-NEW-FILE
               ASSIGN TO "fraud-alert-log.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-NEW-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO FCP-ALERT-RESPONSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-QUEUE-NEW-FILE
               ASSIGN TO "fraud-case-queue.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NEW-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT HOLD-FILE ASSIGN TO FCP-CUSTOMER-HOLDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-NEW-FILE
               ASSIGN TO "customer-hold-file.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-NEW-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  ALERT-LOG-FILE.
           COPY "FRAUD-ALERT-REC.cpy".

       FD  ALERT-LOG-NEW-FILE.
       01  ALERT-LOG-NEW-RECORD          PIC X(114).

       FD  RESPONSE-FILE.
           COPY "ALERT-RESPONSE-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-QUEUE-NEW-FILE.
       01  CASE-QUEUE-NEW-RECORD         PIC X(144).

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  HOLD-FILE.
           COPY "HOLD-REC.cpy".

       FD  HOLD-NEW-FILE.
       01  HOLD-NEW-RECORD               PIC X(90).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> The alerts still awaiting an answer, in log order, held in
      *> memory while the answers are matched. WS-AL-ACTION carries
      *> the answer to apply: "Y" it was me, "N" it was not.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS 5000 TIMES.
               10  WS-AL-RECORD          PIC X(114).
               10  WS-AL-ACTION          PIC X.
       01  WS-ALERT-USED                 PIC 9(4) VALUE 0.
       01  WS-AL-IX                      PIC 9(4) VALUE 0.
       01  WS-AL-HIT                     PIC 9(4) VALUE 0.
       01  WS-ACTIONS-PENDING            PIC 9(4) VALUE 0.

      *> Alert log work fields
       01  WS-ALERT-LOG-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-NEW-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-LOG-EOF              PIC X VALUE "N".
           88  ALERT-LOG-AT-EOF          VALUE "Y".

      *> Response file work fields
       01  WS-RESPONSE-STATUS            PIC XX VALUE SPACES.
       01  WS-RESPONSE-EOF               PIC X VALUE "N".
           88  RESPONSE-AT-EOF           VALUE "Y".

      *> Case queue rewrite work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-NEW-STATUS            PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".

      *> Feedback file work fields
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.

      *> Customer hold work fields
       01  WS-HOLD-STATUS                PIC XX VALUE SPACES.
       01  WS-HOLD-NEW-STATUS            PIC XX VALUE SPACES.
       01  WS-HOLD-EOF                   PIC X VALUE "N".
           88  HOLD-AT-EOF               VALUE "Y".
       01  WS-HOLD-ACTIVE                PIC X VALUE "N".
           88  CUSTOMER-HOLD-ACTIVE      VALUE "Y".
       01  WS-HOLDS-RELEASED             PIC 9(4) VALUE 0.

      *> The customer and case being acted on
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(100) VALUE SPACES.

      *> Run totals
       01  WS-RESPONSE-COUNT             PIC 9(6) VALUE 0.
       01  WS-VERIFIED-COUNT             PIC 9(6) VALUE 0.
       01  WS-DENIED-COUNT               PIC 9(6) VALUE 0.
       01  WS-EXPIRED-COUNT              PIC 9(6) VALUE 0.
       01  WS-IGNORED-COUNT              PIC 9(6) VALUE 0.
       01  WS-UNMATCHED-COUNT            PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

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
           MOVE "FRAUD-ALERT-IN" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CUSTOMER FRAUD ALERTS - RESPONSE INTAKE".
           DISPLAY "========================================".

           PERFORM LOAD-ALERT-LOG.
           IF WS-ALERT-USED = 0
               DISPLAY "No alerts awaiting an answer on "
                   "fraud-alert-log.dat - nothing to match."
               MOVE "NO ALERTS" TO WS-AUDIT-OUTCOME
               MOVE "BATCH     " TO WS-CUSTOMER-ID
               MOVE "FRAUD_ALERT_IN" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-TRAIL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MATCH-RESPONSES.

           IF WS-ACTIONS-PENDING > 0
               PERFORM APPLY-TO-CASE-QUEUE
           END-IF.

           PERFORM VARYING WS-AL-IX FROM 1 BY 1
               UNTIL WS-AL-IX > WS-ALERT-USED
               IF WS-AL-ACTION(WS-AL-IX) NOT = SPACE
                   PERFORM APPLY-ONE-ANSWER
               END-IF
           END-PERFORM.

           PERFORM EXPIRE-UNANSWERED-ALERTS.

           PERFORM REWRITE-ALERT-LOG.

           MOVE WS-RESPONSE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Responses read:      " WS-COUNT-DISPLAY.
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customer confirmed:  " WS-COUNT-DISPLAY.
           MOVE WS-DENIED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customer denied:     " WS-COUNT-DISPLAY.
           MOVE WS-IGNORED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Case already closed: " WS-COUNT-DISPLAY.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Expired unanswered:  " WS-COUNT-DISPLAY.
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Late / unmatched:    " WS-COUNT-DISPLAY.
           DISPLAY "========================================".

           MOVE "BATCH     " TO WS-CUSTOMER-ID.
           MOVE "FRAUD_ALERT_IN" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "YES " WS-VERIFIED-COUNT " NO " WS-DENIED-COUNT
               " EXP " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-ALERT-LOG.
           MOVE 0 TO WS-ALERT-USED.
           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ALERT-LOG-EOF.
           PERFORM READ-ALERT-LOG-RECORD
               UNTIL ALERT-LOG-AT-EOF.

           CLOSE ALERT-LOG-FILE.

       READ-ALERT-LOG-RECORD.
           READ ALERT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-LOG-EOF
               NOT AT END
                   IF FA-STATUS = "SENT"
                       PERFORM HOLD-AWAITING-ALERT
                   END-IF
           END-READ.

       HOLD-AWAITING-ALERT.
      *> An alert left out of the table could never be answered or
      *> expired, so a table too small for the open alerts stops
      *> the run cold, before any case or file is touched.
           IF WS-ALERT-USED NOT < 5000
               CLOSE ALERT-LOG-FILE
               DISPLAY "ERROR: more than 5000 alerts awaiting an "
                   "answer - nothing processed"
               MOVE "BATCH     " TO WS-CUSTOMER-ID
               MOVE "FRAUD_ALERT_IN" TO WS-AUDIT-ACTION
               MOVE "REJECTED - ALERT_TABLE_FULL" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ALERT-USED.
           MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-ALERT-USED).
           MOVE SPACE TO WS-AL-ACTION(WS-ALERT-USED).

       MATCH-RESPONSES.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-STATUS NOT = "00"
               DISPLAY "No response file - nothing to apply."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RESPONSE-EOF.
           PERFORM READ-RESPONSE-RECORD
               UNTIL RESPONSE-AT-EOF.

           CLOSE RESPONSE-FILE.

       READ-RESPONSE-RECORD.
           READ RESPONSE-FILE
               AT END
                   MOVE "Y" TO WS-RESPONSE-EOF
               NOT AT END
                   ADD 1 TO WS-RESPONSE-COUNT
                   PERFORM MATCH-ONE-RESPONSE
           END-READ.

       MATCH-ONE-RESPONSE.
      *> The answer must name an alert still awaiting one, for the
      *> same customer, and arrive by its answer-by date. Anything
      *> else - a repeat, a late answer, an unreadable one - is
      *> counted and left alone.
           MOVE 0 TO WS-AL-HIT.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
               UNTIL WS-AL-IX > WS-ALERT-USED OR WS-AL-HIT > 0
               MOVE WS-AL-RECORD(WS-AL-IX) TO FRAUD-ALERT-RECORD
               IF FA-CASE-NUMBER = AR-CASE-NUMBER
                   AND FA-CUSTOMER-ID = AR-CUSTOMER-ID
                   AND FA-STATUS = "SENT"
                   AND WS-AL-ACTION(WS-AL-IX) = SPACE
                   MOVE WS-AL-IX TO WS-AL-HIT
               END-IF
           END-PERFORM.

           IF WS-AL-HIT = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AL-RECORD(WS-AL-HIT) TO FRAUD-ALERT-RECORD.
           IF AR-RECEIVED-TS(1:8) > FA-EXPIRES-DATE
               OR (AR-ANSWER NOT = "YES" AND AR-ANSWER NOT = "NO")
               ADD 1 TO WS-UNMATCHED-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE AR-RECEIVED-TS TO FA-RESPONSE-TS.
           MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-AL-HIT).
           IF AR-ANSWER = "YES"
               MOVE "Y" TO WS-AL-ACTION(WS-AL-HIT)
           ELSE
               MOVE "N" TO WS-AL-ACTION(WS-AL-HIT)
           END-IF.
           ADD 1 TO WS-ACTIONS-PENDING.

       APPLY-TO-CASE-QUEUE.
      *> One pass over the queue applies every answer: a YES closes
      *> the case with CUSTOMER as the disposing party, a NO raises
      *> it to HIGH priority. A case an analyst closed first keeps
      *> the analyst's disposition. The read-copy-swap runs under
      *> the shared queue lock; if the lock cannot be had nothing
      *> is applied tonight and the answers, still on the response
      *> file, are picked up by the next run.
           MOVE FCP-CASE-QUEUE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: case queue locked - answers not "
                   "applied; rerun later"
               PERFORM CLEAR-ONE-ACTION
                   VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-ALERT-USED
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               PERFORM RELEASE-FILE-LOCK
               PERFORM CLEAR-ONE-ACTION
                   VARYING WS-AL-IX FROM 1 BY 1
                   UNTIL WS-AL-IX > WS-ALERT-USED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASE-QUEUE-NEW-FILE.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM COPY-ONE-CASE-RECORD
               UNTIL CASE-AT-EOF.

           CLOSE CASE-QUEUE-FILE.
           CLOSE CASE-QUEUE-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f fraud-case-queue.new "
               FUNCTION TRIM(FCP-CASE-QUEUE)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       CLEAR-ONE-ACTION.
      *> Put the alert back to awaiting an answer.
           IF WS-AL-ACTION(WS-AL-IX) NOT = SPACE
               MOVE WS-AL-RECORD(WS-AL-IX) TO FRAUD-ALERT-RECORD
               MOVE SPACES TO FA-RESPONSE-TS
               MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-AL-IX)
               MOVE SPACE TO WS-AL-ACTION(WS-AL-IX)
           END-IF.

       COPY-ONE-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CASE-NUMBER NOT = SPACES
                       PERFORM FIND-ANSWER-FOR-CASE
                       IF WS-AL-HIT > 0
                           PERFORM APPLY-ANSWER-TO-CASE
                       END-IF
                   END-IF
                   MOVE CASE-QUEUE-RECORD TO CASE-QUEUE-NEW-RECORD
                   WRITE CASE-QUEUE-NEW-RECORD
           END-READ.

       FIND-ANSWER-FOR-CASE.
           MOVE 0 TO WS-AL-HIT.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
               UNTIL WS-AL-IX > WS-ALERT-USED OR WS-AL-HIT > 0
               IF WS-AL-ACTION(WS-AL-IX) NOT = SPACE
                   AND WS-AL-RECORD(WS-AL-IX)(1:8) = CQ-CASE-NUMBER
                   MOVE WS-AL-IX TO WS-AL-HIT
               END-IF
           END-PERFORM.

       APPLY-ANSWER-TO-CASE.
           MOVE WS-AL-RECORD(WS-AL-HIT) TO FRAUD-ALERT-RECORD.
           IF CQ-STATUS = "CLOSED"
               MOVE "IGNORED" TO FA-STATUS
               MOVE "CASE_ALREADY_CLOSED" TO FA-RESULT
               MOVE SPACE TO WS-AL-ACTION(WS-AL-HIT)
               ADD 1 TO WS-IGNORED-COUNT
           ELSE
               IF WS-AL-ACTION(WS-AL-HIT) = "Y"
                   MOVE "CLOSED" TO CQ-STATUS
                   MOVE "CUSTOMER" TO CQ-ANALYST-ID
                   MOVE "VERIFIED" TO FA-STATUS
                   MOVE "CLOSED_OVERRIDDEN" TO FA-RESULT
               ELSE
                   MOVE "HIGH" TO CQ-PRIORITY
                   MOVE "DENIED" TO FA-STATUS
                   MOVE "HIGH_PRIORITY_HOLD" TO FA-RESULT
               END-IF
           END-IF.
           MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-AL-HIT).

       APPLY-ONE-ANSWER.
      *> The queue pass settled the case; finish the disposition on
      *> the feedback and hold files. An answer whose case has since
      *> vanished from the queue is left awaiting.
           MOVE WS-AL-RECORD(WS-AL-IX) TO FRAUD-ALERT-RECORD.
           MOVE FA-CUSTOMER-ID TO WS-CUSTOMER-ID.
           EVALUATE FA-STATUS
               WHEN "VERIFIED"
                   PERFORM LOG-CUSTOMER-OVERRIDE
                   PERFORM RELEASE-CUSTOMER-HOLDS
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE "FRAUD_ALERT_IN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "VERIFIED - CASE " FA-CASE-NUMBER
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM LOG-AUDIT-TRAIL
               WHEN "DENIED"
                   PERFORM PLACE-CUSTOMER-HOLD
                   ADD 1 TO WS-DENIED-COUNT
                   MOVE "FRAUD_ALERT_IN" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "DENIED - CASE " FA-CASE-NUMBER " HIGH"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM LOG-AUDIT-TRAIL
               WHEN OTHER
                   MOVE SPACES TO FA-RESPONSE-TS
                   MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-AL-IX)
           END-EVALUATE.
           MOVE SPACE TO WS-AL-ACTION(WS-AL-IX).

       LOG-CUSTOMER-OVERRIDE.
      *> The same disposition record an analyst's override writes,
      *> with the customer named as the one who made the call.
           MOVE FUNCTION CURRENT-DATE TO AF-TIMESTAMP.
           MOVE FA-CASE-TIMESTAMP TO AF-CASE-TIMESTAMP.
           MOVE FA-CUSTOMER-ID TO AF-CUSTOMER-ID.
           MOVE "CUSTOMER" TO AF-ANALYST-ID.
           MOVE "REVIEW" TO AF-ORIGINAL-RECOMMEND.
           MOVE "OVERRIDDEN" TO AF-ANALYST-DECISION.
           MOVE "Customer_confirmed_via_fraud_alert" TO AF-NOTES.

           MOVE FCP-FEEDBACK TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS = "35"
               OPEN OUTPUT FEEDBACK-FILE
           END-IF.
           WRITE ANALYST-FEEDBACK-RECORD.
           CLOSE FEEDBACK-FILE.

           PERFORM RELEASE-FILE-LOCK.

       RELEASE-CUSTOMER-HOLDS.
      *> As ANALYST-FEEDBACK does on an override: the customer's
      *> ACTIVE holds are rewritten RELEASED under the hold file's
      *> lock, never deleted. A missing file means no hold exists.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE HOLD-FILE.

           MOVE FCP-CUSTOMER-HOLDS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: hold on " WS-CUSTOMER-ID
                   " NOT released - hold file locked; release it "
                   "with HOLD-RELEASE later"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT HOLD-NEW-FILE.

           MOVE 0 TO WS-HOLDS-RELEASED.
           MOVE "N" TO WS-HOLD-EOF.
           PERFORM COPY-ONE-HOLD-RECORD
               UNTIL HOLD-AT-EOF.

           CLOSE HOLD-FILE.
           CLOSE HOLD-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f customer-hold-file.new "
               FUNCTION TRIM(FCP-CUSTOMER-HOLDS)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

           IF WS-HOLDS-RELEASED > 0
               MOVE "CUSTOMER_HOLD" TO WS-AUDIT-ACTION
               MOVE "RELEASED - CUSTOMER_VERIFIED"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
           END-IF.

       COPY-ONE-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                   IF HD-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND HD-STATUS = "ACTIVE"
                       MOVE "RELEASED" TO HD-STATUS
                       MOVE FUNCTION CURRENT-DATE
                           TO HD-RELEASED-TS
                       MOVE "CUSTOMER" TO HD-RELEASED-BY
                       ADD 1 TO WS-HOLDS-RELEASED
                   END-IF
                   MOVE HOLD-RECORD TO HOLD-NEW-RECORD
                   WRITE HOLD-NEW-RECORD
           END-READ.

       PLACE-CUSTOMER-HOLD.
      *> One ACTIVE hold per customer is enough - a customer already
      *> held is not held twice.
           PERFORM CHECK-CUSTOMER-HOLD.
           IF CUSTOMER-HOLD-ACTIVE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CUSTOMER-ID TO HD-CUSTOMER-ID.
           MOVE FUNCTION CURRENT-DATE TO HD-PLACED-TS.
           MOVE "CUSTOMER_DENIED" TO HD-REASON.
           MOVE "ACTIVE" TO HD-STATUS.
           MOVE SPACES TO HD-RELEASED-TS.
           MOVE SPACES TO HD-RELEASED-BY.

      *> The append runs under the shared file lock so a release
      *> rewrite in flight cannot drop it; if the lock cannot be
      *> had, the hold is appended anyway after the conflicting
      *> program is named - an unserialized hold beats a customer
      *> left unblocked.
           MOVE FCP-CUSTOMER-HOLDS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           WRITE HOLD-RECORD.
           CLOSE HOLD-FILE.

           PERFORM RELEASE-FILE-LOCK.

           MOVE "CUSTOMER_HOLD" TO WS-AUDIT-ACTION.
           MOVE "PLACED - CUSTOMER_DENIED" TO WS-AUDIT-OUTCOME.
           PERFORM LOG-AUDIT-TRAIL.

       CHECK-CUSTOMER-HOLD.
           MOVE "N" TO WS-HOLD-ACTIVE.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HOLD-EOF.
           PERFORM READ-HOLD-RECORD
               UNTIL HOLD-AT-EOF OR CUSTOMER-HOLD-ACTIVE.

           CLOSE HOLD-FILE.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                   IF HD-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND HD-STATUS = "ACTIVE"
                       MOVE "Y" TO WS-HOLD-ACTIVE
                   END-IF
           END-READ.

       EXPIRE-UNANSWERED-ALERTS.
      *> Past its answer-by date an alert stops waiting; the case
      *> was never taken off the analysts' queue.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
               UNTIL WS-AL-IX > WS-ALERT-USED
               MOVE WS-AL-RECORD(WS-AL-IX) TO FRAUD-ALERT-RECORD
               IF FA-STATUS = "SENT"
                   AND FA-RESPONSE-TS = SPACES
                   AND BDT-BUSINESS-DATE > FA-EXPIRES-DATE
                   MOVE "EXPIRED" TO FA-STATUS
                   MOVE "NO_RESPONSE" TO FA-RESULT
                   MOVE FRAUD-ALERT-RECORD TO WS-AL-RECORD(WS-AL-IX)
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
           END-PERFORM.

       REWRITE-ALERT-LOG.
      *> Copy the log through record by record, putting tonight's
      *> outcome in place of each alert that was awaiting an answer,
      *> and swap it into place under its lock. FRAUD-ALERT-OUT
      *> only ever appends, under the same lock, so the awaiting
      *> alerts come back in the order they were loaded and anything
      *> appended since the load is copied as it stands. Without the
      *> lock the log is left untouched - every answer applied
      *> tonight is already on the queue, feedback and hold files,
      *> and stands.
           MOVE FCP-ALERT-LOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: fraud-alert-log.dat locked - alert "
                   "outcomes not recorded"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS NOT = "00"
               PERFORM RELEASE-FILE-LOCK
               DISPLAY "WARNING: fraud-alert-log.dat unreadable - "
                   "alert outcomes not recorded"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALERT-LOG-NEW-FILE.

           MOVE 0 TO WS-AL-IX.
           MOVE "N" TO WS-ALERT-LOG-EOF.
           PERFORM COPY-ONE-ALERT-RECORD
               UNTIL ALERT-LOG-AT-EOF.

           CLOSE ALERT-LOG-FILE.
           CLOSE ALERT-LOG-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f fraud-alert-log.new "
               FUNCTION TRIM(FCP-ALERT-LOG)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-ALERT-RECORD.
           READ ALERT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-LOG-EOF
               NOT AT END
                   IF FA-STATUS = "SENT"
                       AND WS-AL-IX < WS-ALERT-USED
                       ADD 1 TO WS-AL-IX
                       MOVE WS-AL-RECORD(WS-AL-IX)
                           TO ALERT-LOG-NEW-RECORD
                   ELSE
                       MOVE FRAUD-ALERT-RECORD TO ALERT-LOG-NEW-RECORD
                   END-IF
                   WRITE ALERT-LOG-NEW-RECORD
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "FRAUD-ALERT-IN" TO AT-PROGRAM-NAME.
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
