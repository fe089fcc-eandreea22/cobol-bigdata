       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-DEADLINE.
       AUTHOR. Thesis Project.

      *> SAR-DEADLINE.cbl
      *> Daily Suspicious Activity Report Deadline Report
      *>
      *> Replaces the whiteboard. Every case that obliges the shop to
      *> file - a case disposed CONFIRMED on analyst-feedback.dat, or
      *> a SANCTIONS_BACKSWEEP case on fraud-case-queue.dat - is
      *> listed until its report is FILED on sar-register.dat, with
      *> the due date, the days remaining and breaches marked. A
      *> trigger nobody has opened a filing for yet is listed too
      *> (NOT OPENED), its clock running from the disposition or
      *> backsweep date exactly as SAR-MAINTAIN would set it. Other
      *> open filings on the register - referrals and continuing-
      *> activity filings - are listed the same way.
      *>
      *> The second section lists the continuing-activity reviews:
      *> every customer with a filed report is reviewed
      *> WS-REVIEW-DAYS after their most recent filing. Reviews
      *> already past and those falling due within the next
      *> WS-REVIEW-LOOKAHEAD days are listed; filing a continuing
      *> report through SAR-MAINTAIN restarts the customer's cycle.
      *>
      *> Up to 2000 filing triggers and 2000 register filings are
      *> held. A missed deadline is not something to drop quietly,
      *> so more than that stops the run with no report at all.
      *>
      *> Invocation: SAR-DEADLINE
      *> Example: ./sar-deadline
      *>
      *> Output: sar-deadline-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT SAR-FILE ASSIGN TO FCP-SAR-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-STATUS.

           SELECT DEADLINE-REPORT-FILE
               ASSIGN TO "sar-deadline-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  SAR-FILE.
           COPY "SAR-REC.cpy".

       FD  DEADLINE-REPORT-FILE.
       01  DEADLINE-REPORT-RECORD        PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Filing and review periods - calendar days. WS-FILING-DAYS
      *> must match SAR-MAINTAIN, which stamps the due date.
       01  WS-FILING-DAYS                PIC 9(3) VALUE 30.
       01  WS-REVIEW-DAYS                PIC 9(3) VALUE 90.
       01  WS-REVIEW-LOOKAHEAD           PIC 9(3) VALUE 30.

       01  WS-TODAY-INT                  PIC 9(7) VALUE 0.
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-NUM                   PIC 9(8) VALUE 0.
       01  WS-DAYS-LEFT                  PIC S9(5) VALUE 0.

      *> Case queue scan work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".

      *> Analyst feedback scan work fields
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.
       01  WS-FEEDBACK-EOF               PIC X VALUE "N".
           88  FEEDBACK-AT-EOF           VALUE "Y".

      *> SAR register scan work fields
       01  WS-SAR-STATUS                 PIC XX VALUE SPACES.
       01  WS-SAR-EOF                    PIC X VALUE "N".
           88  SAR-AT-EOF                VALUE "Y".

      *> Filing triggers: CONFIRMED dispositions (case number filled
      *> in from the queue) and backsweep cases.
       01  WS-TRIGGER-TABLE.
           05  WS-TRIGGER-ENTRY OCCURS 2000 TIMES.
               10  WS-TG-CASE-NUMBER     PIC X(8).
               10  WS-TG-CUSTOMER        PIC X(10).
               10  WS-TG-CASE-TS         PIC X(19).
               10  WS-TG-TRIGGER         PIC X(20).
               10  WS-TG-DETECTED        PIC X(8).
       01  WS-TRIGGER-USED               PIC 9(4) VALUE 0.
       01  WS-FULL-TABLE                 PIC X(8) VALUE SPACES.
       01  WS-TG-IX                      PIC 9(4) VALUE 0.

      *> The register, held in memory for the matching
       01  WS-REGISTER-TABLE.
           05  WS-REGISTER-ENTRY OCCURS 2000 TIMES.
               10  WS-RG-CASE-NUMBER     PIC X(8).
               10  WS-RG-FILING-TYPE     PIC X(8).
               10  WS-RG-CUSTOMER        PIC X(10).
               10  WS-RG-TRIGGER         PIC X(20).
               10  WS-RG-DETECTED        PIC X(8).
               10  WS-RG-DUE             PIC X(8).
               10  WS-RG-STATUS          PIC X(8).
               10  WS-RG-FILED-DATE      PIC X(8).
               10  WS-RG-LISTED          PIC X.
       01  WS-REGISTER-USED              PIC 9(4) VALUE 0.
       01  WS-RG-IX                      PIC 9(4) VALUE 0.
       01  WS-RG-HIT                     PIC 9(4) VALUE 0.

      *> Continuing-activity review: latest filing per customer,
      *> sized to the register so every filer has a slot
       01  WS-REVIEW-TABLE.
           05  WS-REVIEW-ENTRY OCCURS 2000 TIMES.
               10  WS-RV-CUSTOMER        PIC X(10).
               10  WS-RV-CASE-NUMBER     PIC X(8).
               10  WS-RV-LAST-FILED      PIC X(8).
       01  WS-REVIEW-USED                PIC 9(4) VALUE 0.
       01  WS-RV-IX                      PIC 9(4) VALUE 0.
       01  WS-RV-HIT                     PIC 9(4) VALUE 0.

      *> One report line's worth of filing detail
       01  WS-LINE-CASE                  PIC X(8) VALUE SPACES.
       01  WS-LINE-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-LINE-TRIGGER               PIC X(20) VALUE SPACES.
       01  WS-LINE-DETECTED              PIC X(8) VALUE SPACES.
       01  WS-LINE-DUE                   PIC X(8) VALUE SPACES.
       01  WS-LINE-STATE                 PIC X(10) VALUE SPACES.
       01  WS-LINE-MARK                  PIC X(12) VALUE SPACES.

      *> Run totals
       01  WS-UNFILED-COUNT              PIC 9(6) VALUE 0.
       01  WS-BREACH-COUNT               PIC 9(6) VALUE 0.
       01  WS-NOT-OPENED-COUNT           PIC 9(6) VALUE 0.
       01  WS-REVIEW-DUE-COUNT           PIC 9(6) VALUE 0.
       01  WS-REVIEW-OVERDUE-COUNT       PIC 9(6) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DAYS-DISPLAY               PIC -ZZZ9.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
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
           MOVE "SAR-DEADLINE" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SAR FILING DEADLINE REPORT".
           DISPLAY "========================================".

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)).

           PERFORM LOAD-CONFIRMED-TRIGGERS.
           PERFORM SCAN-CASE-QUEUE.
           PERFORM LOAD-SAR-REGISTER.

           OPEN OUTPUT DEADLINE-REPORT-FILE.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "SAR FILING DEADLINES - " BDT-BUSINESS-DATE
               " (FILE WITHIN " WS-FILING-DAYS " DAYS)"
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE "FILINGS NOT YET MADE" TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "CASE     CUSTOMER   TRIGGER              "
               "DETECTED DUE      DAYS LEFT STATE"
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

           PERFORM REPORT-ONE-TRIGGER
               VARYING WS-TG-IX FROM 1 BY 1
               UNTIL WS-TG-IX > WS-TRIGGER-USED.

           PERFORM REPORT-ONE-REGISTER-FILING
               VARYING WS-RG-IX FROM 1 BY 1
               UNTIL WS-RG-IX > WS-REGISTER-USED.

           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "CONTINUING-ACTIVITY REVIEWS (EVERY "
               WS-REVIEW-DAYS " DAYS AFTER FILING)"
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.
           MOVE "CUSTOMER   LAST CASE LAST FILED REVIEW DUE DAYS LEFT"
               TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.

           PERFORM BUILD-REVIEW-TABLE
               VARYING WS-RG-IX FROM 1 BY 1
               UNTIL WS-RG-IX > WS-REGISTER-USED.

           PERFORM REPORT-ONE-REVIEW
               VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-REVIEW-USED.

           PERFORM WRITE-DEADLINE-TOTALS.
           CLOSE DEADLINE-REPORT-FILE.

           MOVE WS-UNFILED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Filings outstanding: " WS-COUNT-DISPLAY.
           MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Deadline breaches:   " WS-COUNT-DISPLAY.
           MOVE WS-REVIEW-DUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reviews due:         " WS-COUNT-DISPLAY.
           DISPLAY "Report written to sar-deadline-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "UNFILED " WS-UNFILED-COUNT
               " BREACH " WS-BREACH-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-CONFIRMED-TRIGGERS.
      *> Every CONFIRMED disposition obliges a filing; the clock runs
      *> from the day it was recorded.
           MOVE 0 TO WS-TRIGGER-USED.
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
                   IF AF-ANALYST-DECISION = "CONFIRMED"
                       PERFORM ADD-CONFIRMED-TRIGGER
                   END-IF
           END-READ.

       ADD-CONFIRMED-TRIGGER.
           IF WS-TRIGGER-USED >= 2000
               CLOSE FEEDBACK-FILE
               MOVE "TRIGGER" TO WS-FULL-TABLE
               PERFORM STOP-TABLE-FULL
           END-IF.
           ADD 1 TO WS-TRIGGER-USED.
           MOVE SPACES TO WS-TG-CASE-NUMBER(WS-TRIGGER-USED).
           MOVE AF-CUSTOMER-ID TO WS-TG-CUSTOMER(WS-TRIGGER-USED).
           MOVE AF-CASE-TIMESTAMP TO WS-TG-CASE-TS(WS-TRIGGER-USED).
           MOVE "CONFIRMED" TO WS-TG-TRIGGER(WS-TRIGGER-USED).
           MOVE AF-TIMESTAMP(1:8) TO WS-TG-DETECTED(WS-TRIGGER-USED).

       SCAN-CASE-QUEUE.
      *> One pass gives the confirmed dispositions their case numbers
      *> and adds every backsweep case as a trigger of its own.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-CASE-RECORD
               UNTIL CASE-AT-EOF.

           CLOSE CASE-QUEUE-FILE.

       READ-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-FRAUD-FLAGS(1:19) = "SANCTIONS_BACKSWEEP"
                       PERFORM ADD-BACKSWEEP-TRIGGER
                   ELSE
                       PERFORM MATCH-CONFIRMED-TRIGGER
                   END-IF
           END-READ.

       ADD-BACKSWEEP-TRIGGER.
           IF WS-TRIGGER-USED >= 2000
               CLOSE CASE-QUEUE-FILE
               MOVE "TRIGGER" TO WS-FULL-TABLE
               PERFORM STOP-TABLE-FULL
           END-IF.
           ADD 1 TO WS-TRIGGER-USED.
           MOVE CQ-CASE-NUMBER TO WS-TG-CASE-NUMBER(WS-TRIGGER-USED).
           MOVE CQ-CUSTOMER-ID TO WS-TG-CUSTOMER(WS-TRIGGER-USED).
           MOVE CQ-TIMESTAMP TO WS-TG-CASE-TS(WS-TRIGGER-USED).
           MOVE "SANCTIONS_BACKSWEEP" TO WS-TG-TRIGGER(WS-TRIGGER-USED).
           MOVE SPACES TO WS-TG-DETECTED(WS-TRIGGER-USED).
           STRING CQ-TIMESTAMP(1:4) CQ-TIMESTAMP(6:2)
               CQ-TIMESTAMP(9:2)
               DELIMITED BY SIZE INTO WS-TG-DETECTED(WS-TRIGGER-USED)
           END-STRING.

       MATCH-CONFIRMED-TRIGGER.
           PERFORM VARYING WS-TG-IX FROM 1 BY 1
               UNTIL WS-TG-IX > WS-TRIGGER-USED
               IF WS-TG-TRIGGER(WS-TG-IX) = "CONFIRMED"
                   AND WS-TG-CASE-NUMBER(WS-TG-IX) = SPACES
                   AND WS-TG-CUSTOMER(WS-TG-IX) = CQ-CUSTOMER-ID
                   AND WS-TG-CASE-TS(WS-TG-IX) = CQ-TIMESTAMP
                   MOVE CQ-CASE-NUMBER TO WS-TG-CASE-NUMBER(WS-TG-IX)
               END-IF
           END-PERFORM.

       LOAD-SAR-REGISTER.
           MOVE 0 TO WS-REGISTER-USED.
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
                   PERFORM HOLD-SAR-FILING
           END-READ.

       HOLD-SAR-FILING.
           IF WS-REGISTER-USED >= 2000
               CLOSE SAR-FILE
               MOVE "REGISTER" TO WS-FULL-TABLE
               PERFORM STOP-TABLE-FULL
           END-IF.
           ADD 1 TO WS-REGISTER-USED.
           MOVE SR-CASE-NUMBER TO WS-RG-CASE-NUMBER(WS-REGISTER-USED).
           MOVE SR-FILING-TYPE TO WS-RG-FILING-TYPE(WS-REGISTER-USED).
           MOVE SR-CUSTOMER-ID TO WS-RG-CUSTOMER(WS-REGISTER-USED).
           MOVE SR-TRIGGER TO WS-RG-TRIGGER(WS-REGISTER-USED).
           MOVE SR-DETECTED-DATE TO WS-RG-DETECTED(WS-REGISTER-USED).
           MOVE SR-DUE-DATE TO WS-RG-DUE(WS-REGISTER-USED).
           MOVE SR-STATUS TO WS-RG-STATUS(WS-REGISTER-USED).
           MOVE SR-FILED-DATE TO WS-RG-FILED-DATE(WS-REGISTER-USED).
           MOVE "N" TO WS-RG-LISTED(WS-REGISTER-USED).

       REPORT-ONE-TRIGGER.
      *> A trigger is satisfied by the case's INITIAL filing once it
      *> is FILED; until then it is listed off the register record
      *> if one was opened, or off its own dates if not.
           MOVE 0 TO WS-RG-HIT.
           IF WS-TG-CASE-NUMBER(WS-TG-IX) NOT = SPACES
               PERFORM VARYING WS-RG-IX FROM 1 BY 1
                   UNTIL WS-RG-IX > WS-REGISTER-USED
                   OR WS-RG-HIT > 0
                   IF WS-RG-CASE-NUMBER(WS-RG-IX) =
                       WS-TG-CASE-NUMBER(WS-TG-IX)
                       AND WS-RG-FILING-TYPE(WS-RG-IX) = "INITIAL"
                       MOVE WS-RG-IX TO WS-RG-HIT
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-RG-HIT > 0
      *> The register record is reported from here, not again in
      *> the register pass.
               MOVE "Y" TO WS-RG-LISTED(WS-RG-HIT)
               IF WS-RG-STATUS(WS-RG-HIT) = "FILED"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RG-CASE-NUMBER(WS-RG-HIT) TO WS-LINE-CASE
               MOVE WS-RG-CUSTOMER(WS-RG-HIT) TO WS-LINE-CUSTOMER
               MOVE WS-RG-TRIGGER(WS-RG-HIT) TO WS-LINE-TRIGGER
               MOVE WS-RG-DETECTED(WS-RG-HIT) TO WS-LINE-DETECTED
               MOVE WS-RG-DUE(WS-RG-HIT) TO WS-LINE-DUE
               MOVE "OPEN" TO WS-LINE-STATE
           ELSE
               MOVE WS-TG-CASE-NUMBER(WS-TG-IX) TO WS-LINE-CASE
               IF WS-LINE-CASE = SPACES
                   MOVE "--------" TO WS-LINE-CASE
               END-IF
               MOVE WS-TG-CUSTOMER(WS-TG-IX) TO WS-LINE-CUSTOMER
               MOVE WS-TG-TRIGGER(WS-TG-IX) TO WS-LINE-TRIGGER
               MOVE WS-TG-DETECTED(WS-TG-IX) TO WS-LINE-DETECTED
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LINE-DETECTED))
                   + WS-FILING-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-LINE-DUE
               MOVE "NOT OPENED" TO WS-LINE-STATE
               ADD 1 TO WS-NOT-OPENED-COUNT
           END-IF.

           PERFORM WRITE-FILING-LINE.

       REPORT-ONE-REGISTER-FILING.
      *> Open filings no trigger accounted for: referrals and
      *> continuing-activity filings.
           IF WS-RG-LISTED(WS-RG-IX) = "Y"
               OR WS-RG-STATUS(WS-RG-IX) = "FILED"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RG-CASE-NUMBER(WS-RG-IX) TO WS-LINE-CASE.
           MOVE WS-RG-CUSTOMER(WS-RG-IX) TO WS-LINE-CUSTOMER.
           MOVE WS-RG-TRIGGER(WS-RG-IX) TO WS-LINE-TRIGGER.
           MOVE WS-RG-DETECTED(WS-RG-IX) TO WS-LINE-DETECTED.
           MOVE WS-RG-DUE(WS-RG-IX) TO WS-LINE-DUE.
           MOVE "OPEN" TO WS-LINE-STATE.
           PERFORM WRITE-FILING-LINE.

       WRITE-FILING-LINE.
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-LINE-DUE)) - WS-TODAY-INT.
           ADD 1 TO WS-UNFILED-COUNT.
           MOVE SPACES TO WS-LINE-MARK.
           IF WS-DAYS-LEFT < 0
               MOVE "*** BREACH" TO WS-LINE-MARK
               ADD 1 TO WS-BREACH-COUNT
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING WS-LINE-CASE " " WS-LINE-CUSTOMER " "
               WS-LINE-TRIGGER " " WS-LINE-DETECTED " "
               WS-LINE-DUE "     " WS-DAYS-DISPLAY " "
               WS-LINE-STATE " " WS-LINE-MARK
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

       BUILD-REVIEW-TABLE.
      *> Keep each customer's most recent filed report.
           IF WS-RG-STATUS(WS-RG-IX) NOT = "FILED"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RV-HIT.
           PERFORM VARYING WS-RV-IX FROM 1 BY 1
               UNTIL WS-RV-IX > WS-REVIEW-USED
               OR WS-RV-HIT > 0
               IF WS-RV-CUSTOMER(WS-RV-IX) = WS-RG-CUSTOMER(WS-RG-IX)
                   MOVE WS-RV-IX TO WS-RV-HIT
               END-IF
           END-PERFORM.

           IF WS-RV-HIT = 0
               IF WS-REVIEW-USED >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REVIEW-USED
               MOVE WS-REVIEW-USED TO WS-RV-HIT
               MOVE WS-RG-CUSTOMER(WS-RG-IX)
                   TO WS-RV-CUSTOMER(WS-RV-HIT)
               MOVE SPACES TO WS-RV-LAST-FILED(WS-RV-HIT)
           END-IF.

           IF WS-RG-FILED-DATE(WS-RG-IX) > WS-RV-LAST-FILED(WS-RV-HIT)
               MOVE WS-RG-FILED-DATE(WS-RG-IX)
                   TO WS-RV-LAST-FILED(WS-RV-HIT)
               MOVE WS-RG-CASE-NUMBER(WS-RG-IX)
                   TO WS-RV-CASE-NUMBER(WS-RV-HIT)
           END-IF.

       REPORT-ONE-REVIEW.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RV-LAST-FILED(WS-RV-IX)))
               + WS-REVIEW-DAYS.
           COMPUTE WS-DAYS-LEFT = WS-DATE-INT - WS-TODAY-INT.
           IF WS-DAYS-LEFT > WS-REVIEW-LOOKAHEAD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           ADD 1 TO WS-REVIEW-DUE-COUNT.
           MOVE SPACES TO WS-LINE-MARK.
           IF WS-DAYS-LEFT < 0
               MOVE "*** OVERDUE" TO WS-LINE-MARK
               ADD 1 TO WS-REVIEW-OVERDUE-COUNT
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING WS-RV-CUSTOMER(WS-RV-IX) " "
               WS-RV-CASE-NUMBER(WS-RV-IX) "  "
               WS-RV-LAST-FILED(WS-RV-IX) "  " WS-DATE-NUM "   "
               WS-DAYS-DISPLAY " " WS-LINE-MARK
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

       WRITE-DEADLINE-TOTALS.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           WRITE DEADLINE-REPORT-RECORD.

           MOVE WS-UNFILED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "Filings outstanding:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

           MOVE WS-NOT-OPENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "  not yet opened:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

           MOVE WS-BREACH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "  DEADLINE BREACHES:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

           MOVE WS-REVIEW-DUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "Reviews due:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

           MOVE WS-REVIEW-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO DEADLINE-REPORT-RECORD.
           STRING "  OVERDUE REVIEWS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO DEADLINE-REPORT-RECORD
           END-STRING.
           WRITE DEADLINE-REPORT-RECORD.

       STOP-TABLE-FULL.
      *> Nothing is reported rather than a deadline list that
      *> silently leaves cases off.
           DISPLAY "ERROR: more than 2000 SAR "
               FUNCTION TRIM(WS-FULL-TABLE)
               " entries - no report produced".
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "REJECTED - " FUNCTION TRIM(WS-FULL-TABLE) "_FULL"
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "SAR-DEADLINE" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "SAR_DEADLINE" TO AT-ACTION.
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
