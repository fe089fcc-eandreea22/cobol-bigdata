       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHALLENGER-REPORT.
       AUTHOR. Thesis Project.

      *> CHALLENGER-REPORT.cbl
      *> Champion/Challenger Fraud Model Comparison Report
      *>
      *> Joins FRAUD-CHECK's challenger-log.dat - the live
      *> (champion) decision beside the challenger tables' decision
      *> for every transaction scored while a challenger was loaded -
      *> to what is known about how each transaction turned out:
      *>   analyst-feedback.dat   CONFIRMED = fraud, OVERRIDDEN =
      *>                          cleared, on the champion's cases
      *>   dispute-register.dat   a FRAUD chargeback dispute (not
      *>                          LOST) = fraud the champion let
      *>                          through
      *> For each model it shows the cases it opened, the confirmed
      *> fraud it caught and missed, how many of its cases analysts
      *> cleared, and at the foot the extra analyst workload the
      *> challenger would bring. Transactions the two models treat
      *> differently are listed individually. A case only the
      *> challenger would have opened never reached an analyst, so
      *> it is shown as having no verdict unless a chargeback
      *> settled it.
      *>
      *> Invocation: CHALLENGER-REPORT [from_date [to_date]]
      *> Example: ./challenger-report
      *> Example: ./challenger-report 20250101 20250131
      *>   Dates are business dates (YYYYMMDD); the period defaults
      *>   to the month to date of the suite business date.
      *>
      *> Output: challenger-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CHALLENGER-LOG-FILE ASSIGN TO FCP-CHALLENGER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO FCP-DISPUTE-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT CHALLENGER-REPORT-FILE
               ASSIGN TO "challenger-report.txt"
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

       FD  CHALLENGER-LOG-FILE.
           COPY "CHALLENGER-LOG-REC.cpy".

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE-REC.cpy".

       FD  CHALLENGER-REPORT-FILE.
       01  CHALLENGER-REPORT-RECORD      PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Reporting period (business dates, inclusive)
       01  WS-CMDLINE                    PIC X(100) VALUE SPACES.
       01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                    PIC X(8) VALUE SPACES.

      *> Analyst dispositions, keyed as the case queue keys a case
      *> (transaction timestamp + customer). A later disposition of
      *> the same case replaces an earlier one.
       01  WS-FEEDBACK-TABLE.
           05  WS-FB-ENTRY OCCURS 5000 TIMES.
               10  WS-FB-TIMESTAMP       PIC X(19).
               10  WS-FB-CUSTOMER-ID     PIC X(10).
               10  WS-FB-DECISION        PIC X(10).
       01  WS-FB-USED                    PIC 9(4) VALUE 0.
       01  WS-FB-IX                      PIC 9(4) VALUE 0.
       01  WS-FB-HIT                     PIC 9(4) VALUE 0.

      *> FRAUD chargebacks, same key
       01  WS-CHARGEBACK-TABLE.
           05  WS-CB-ENTRY OCCURS 2000 TIMES.
               10  WS-CB-TIMESTAMP       PIC X(19).
               10  WS-CB-CUSTOMER-ID     PIC X(10).
       01  WS-CB-USED                    PIC 9(4) VALUE 0.
       01  WS-CB-IX                      PIC 9(4) VALUE 0.

      *> File scan work fields
       01  WS-LOG-STATUS                 PIC XX VALUE SPACES.
       01  WS-LOG-EOF                    PIC X VALUE "N".
           88  LOG-AT-EOF                VALUE "Y".
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.
       01  WS-FEEDBACK-EOF               PIC X VALUE "N".
           88  FEEDBACK-AT-EOF           VALUE "Y".
       01  WS-DISPUTE-STATUS             PIC XX VALUE SPACES.
       01  WS-DISPUTE-EOF                PIC X VALUE "N".
           88  DISPUTE-AT-EOF            VALUE "Y".

      *> Per-transaction classification
       01  WS-CHAMP-FLAGGED              PIC X VALUE "N".
           88  CHAMP-OPENS-CASE          VALUE "Y".
       01  WS-CHAL-FLAGGED               PIC X VALUE "N".
           88  CHAL-OPENS-CASE           VALUE "Y".
       01  WS-OUTCOME                    PIC X(10) VALUE SPACES.
           88  OUTCOME-FRAUD             VALUE "FRAUD".
           88  OUTCOME-CLEARED           VALUE "CLEARED".
           88  OUTCOME-UNKNOWN           VALUE "NO VERDICT".
       01  WS-LINE-MARK                  PIC X(16) VALUE SPACES.

      *> Run totals - one column per model
       01  WS-TXN-COUNT                  PIC 9(6) VALUE 0.
       01  WS-FRAUD-COUNT                PIC 9(6) VALUE 0.
       01  WS-BOTH-COUNT                 PIC 9(6) VALUE 0.
       01  WS-CHAMP-OPENED               PIC 9(6) VALUE 0.
       01  WS-CHAMP-CAUGHT               PIC 9(6) VALUE 0.
       01  WS-CHAMP-MISSED               PIC 9(6) VALUE 0.
       01  WS-CHAMP-CLEARED              PIC 9(6) VALUE 0.
       01  WS-CHAMP-NO-VERDICT           PIC 9(6) VALUE 0.
       01  WS-CHAMP-ONLY                 PIC 9(6) VALUE 0.
       01  WS-CHAL-OPENED                PIC 9(6) VALUE 0.
       01  WS-CHAL-CAUGHT                PIC 9(6) VALUE 0.
       01  WS-CHAL-MISSED                PIC 9(6) VALUE 0.
       01  WS-CHAL-CLEARED               PIC 9(6) VALUE 0.
       01  WS-CHAL-NO-VERDICT            PIC 9(6) VALUE 0.
       01  WS-CHAL-ONLY                  PIC 9(6) VALUE 0.
       01  WS-EXTRA-CASES                PIC S9(6) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2            PIC ZZZ,ZZ9.
       01  WS-SIGNED-DISPLAY             PIC ++++,++9.

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
           MOVE "CHALLENGER-REPORT" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CHAMPION/CHALLENGER COMPARISON REPORT".
           DISPLAY "========================================".

           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-FROM-DATE WS-TO-DATE
           END-UNSTRING.
           IF WS-FROM-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: Invalid period " WS-FROM-DATE " - "
                   WS-TO-DATE
               DISPLAY "Usage: CHALLENGER-REPORT [from_date "
                   "[to_date]]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-FEEDBACK-TABLE.
           PERFORM LOAD-CHARGEBACK-TABLE.

           OPEN OUTPUT CHALLENGER-REPORT-FILE.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "CHAMPION/CHALLENGER COMPARISON - " WS-FROM-DATE
               " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.
           MOVE "Transactions the two models treat differently:"
               TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "BUS DATE CUSTOMER   TRANSACTION         "
               "CHAMPION        CHALLENGER      OUTCOME    NOTE"
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           OPEN INPUT CHALLENGER-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-LOG-EOF
               PERFORM READ-LOG-RECORD
                   UNTIL LOG-AT-EOF
               CLOSE CHALLENGER-LOG-FILE
           ELSE
               MOVE "No challenger log - no challenger has been run."
                   TO CHALLENGER-REPORT-RECORD
               WRITE CHALLENGER-REPORT-RECORD
           END-IF.

           PERFORM WRITE-COMPARISON-TOTALS.
           CLOSE CHALLENGER-REPORT-FILE.

           MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Transactions scored: " WS-COUNT-DISPLAY.
           MOVE WS-CHAMP-OPENED TO WS-COUNT-DISPLAY.
           DISPLAY "Champion cases:      " WS-COUNT-DISPLAY.
           MOVE WS-CHAL-OPENED TO WS-COUNT-DISPLAY.
           DISPLAY "Challenger cases:    " WS-COUNT-DISPLAY.
           DISPLAY "Report written to challenger-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "TXN " WS-TXN-COUNT " CASES " WS-CHAMP-OPENED
               "/" WS-CHAL-OPENED
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-FEEDBACK-TABLE.
           MOVE 0 TO WS-FB-USED.
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
                   PERFORM FIND-FEEDBACK-ENTRY
                   IF WS-FB-HIT = 0 AND WS-FB-USED < 5000
                       ADD 1 TO WS-FB-USED
                       MOVE WS-FB-USED TO WS-FB-HIT
                       MOVE AF-CASE-TIMESTAMP
                           TO WS-FB-TIMESTAMP(WS-FB-HIT)
                       MOVE AF-CUSTOMER-ID
                           TO WS-FB-CUSTOMER-ID(WS-FB-HIT)
                   END-IF
                   IF WS-FB-HIT > 0
                       MOVE AF-ANALYST-DECISION
                           TO WS-FB-DECISION(WS-FB-HIT)
                   END-IF
           END-READ.

       FIND-FEEDBACK-ENTRY.
           MOVE 0 TO WS-FB-HIT.
           PERFORM VARYING WS-FB-IX FROM 1 BY 1
               UNTIL WS-FB-IX > WS-FB-USED OR WS-FB-HIT > 0
               IF WS-FB-TIMESTAMP(WS-FB-IX) = AF-CASE-TIMESTAMP
                   AND WS-FB-CUSTOMER-ID(WS-FB-IX) = AF-CUSTOMER-ID
                   MOVE WS-FB-IX TO WS-FB-HIT
               END-IF
           END-PERFORM.

       LOAD-CHARGEBACK-TABLE.
           MOVE 0 TO WS-CB-USED.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DISPUTE-EOF.
           PERFORM READ-DISPUTE-RECORD
               UNTIL DISPUTE-AT-EOF.

           CLOSE DISPUTE-FILE.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
               AT END
                   MOVE "Y" TO WS-DISPUTE-EOF
               NOT AT END
                   IF DP-REASON-CODE = "FRAUD"
                       AND DP-STATUS NOT = "LOST"
                       AND WS-CB-USED < 2000
                       ADD 1 TO WS-CB-USED
                       MOVE DP-TXN-TIMESTAMP
                           TO WS-CB-TIMESTAMP(WS-CB-USED)
                       MOVE DP-CUSTOMER-ID
                           TO WS-CB-CUSTOMER-ID(WS-CB-USED)
                   END-IF
           END-READ.

       READ-LOG-RECORD.
           READ CHALLENGER-LOG-FILE
               AT END
                   MOVE "Y" TO WS-LOG-EOF
               NOT AT END
                   IF CL-BUSINESS-DATE >= WS-FROM-DATE
                       AND CL-BUSINESS-DATE <= WS-TO-DATE
                       PERFORM COMPARE-ONE-TRANSACTION
                   END-IF
           END-READ.

       COMPARE-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT.

           MOVE "N" TO WS-CHAMP-FLAGGED.
           IF CL-CHAMP-RECOMMEND = "REVIEW "
               OR CL-CHAMP-RECOMMEND = "DECLINE"
               MOVE "Y" TO WS-CHAMP-FLAGGED
           END-IF.
           MOVE "N" TO WS-CHAL-FLAGGED.
           IF CL-CHAL-RECOMMEND = "REVIEW "
               OR CL-CHAL-RECOMMEND = "DECLINE"
               MOVE "Y" TO WS-CHAL-FLAGGED
           END-IF.

      *> What became of the transaction: an analyst's verdict on the
      *> champion's case first, a FRAUD chargeback second.
           MOVE "NO VERDICT" TO WS-OUTCOME.
           MOVE CL-TXN-TIMESTAMP TO AF-CASE-TIMESTAMP.
           MOVE CL-CUSTOMER-ID TO AF-CUSTOMER-ID.
           PERFORM FIND-FEEDBACK-ENTRY.
           IF WS-FB-HIT > 0
               IF WS-FB-DECISION(WS-FB-HIT) = "CONFIRMED"
                   MOVE "FRAUD" TO WS-OUTCOME
               END-IF
               IF WS-FB-DECISION(WS-FB-HIT) = "OVERRIDDEN"
                   MOVE "CLEARED" TO WS-OUTCOME
               END-IF
           END-IF.
           IF NOT OUTCOME-FRAUD
               PERFORM VARYING WS-CB-IX FROM 1 BY 1
                   UNTIL WS-CB-IX > WS-CB-USED OR OUTCOME-FRAUD
                   IF WS-CB-TIMESTAMP(WS-CB-IX) = CL-TXN-TIMESTAMP
                       AND WS-CB-CUSTOMER-ID(WS-CB-IX)
                           = CL-CUSTOMER-ID
                       MOVE "FRAUD" TO WS-OUTCOME
                   END-IF
               END-PERFORM
           END-IF.
           IF OUTCOME-FRAUD
               ADD 1 TO WS-FRAUD-COUNT
           END-IF.

           IF CHAMP-OPENS-CASE
               ADD 1 TO WS-CHAMP-OPENED
               EVALUATE TRUE
                   WHEN OUTCOME-FRAUD
                       ADD 1 TO WS-CHAMP-CAUGHT
                   WHEN OUTCOME-CLEARED
                       ADD 1 TO WS-CHAMP-CLEARED
                   WHEN OTHER
                       ADD 1 TO WS-CHAMP-NO-VERDICT
               END-EVALUATE
           ELSE
               IF OUTCOME-FRAUD
                   ADD 1 TO WS-CHAMP-MISSED
               END-IF
           END-IF.

           IF CHAL-OPENS-CASE
               ADD 1 TO WS-CHAL-OPENED
               EVALUATE TRUE
                   WHEN OUTCOME-FRAUD
                       ADD 1 TO WS-CHAL-CAUGHT
                   WHEN OUTCOME-CLEARED
                       ADD 1 TO WS-CHAL-CLEARED
                   WHEN OTHER
                       ADD 1 TO WS-CHAL-NO-VERDICT
               END-EVALUATE
           ELSE
               IF OUTCOME-FRAUD
                   ADD 1 TO WS-CHAL-MISSED
               END-IF
           END-IF.

           MOVE SPACES TO WS-LINE-MARK.
           EVALUATE TRUE
               WHEN CHAMP-OPENS-CASE AND CHAL-OPENS-CASE
                   ADD 1 TO WS-BOTH-COUNT
               WHEN CHAMP-OPENS-CASE
                   ADD 1 TO WS-CHAMP-ONLY
                   IF OUTCOME-FRAUD
                       MOVE "CHALLENGER MISS" TO WS-LINE-MARK
                   END-IF
                   PERFORM WRITE-DIFFERENCE-LINE
               WHEN CHAL-OPENS-CASE
                   ADD 1 TO WS-CHAL-ONLY
                   IF OUTCOME-FRAUD
                       MOVE "CHAMPION MISS" TO WS-LINE-MARK
                   END-IF
                   PERFORM WRITE-DIFFERENCE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-DIFFERENCE-LINE.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING CL-BUSINESS-DATE " " CL-CUSTOMER-ID " "
               CL-TXN-TIMESTAMP " " CL-CHAMP-SCORE-STR " "
               CL-CHAMP-RECOMMEND " " CL-CHAMP-RISK " "
               CL-CHAL-SCORE-STR " " CL-CHAL-RECOMMEND " "
               CL-CHAL-RISK " " WS-OUTCOME " " WS-LINE-MARK
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

       WRITE-COMPARISON-TOTALS.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-TXN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Transactions scored by both:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-FRAUD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Confirmed fraud among them:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.
           MOVE "                                 CHAMPION CHALLENGER"
               TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-OPENED TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-OPENED TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Cases opened:                     "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-CAUGHT TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-CAUGHT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "  Confirmed fraud caught:         "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-CLEARED TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-CLEARED TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "  Cleared by analysts:            "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-NO-VERDICT TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-NO-VERDICT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "  No verdict (yet):               "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-MISSED TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-MISSED TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Confirmed fraud missed:           "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-CHAMP-ONLY TO WS-COUNT-DISPLAY.
           MOVE WS-CHAL-ONLY TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Cases only this model opens:      "
               WS-COUNT-DISPLAY "    " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE WS-BOTH-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Cases both models open:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           WRITE CHALLENGER-REPORT-RECORD.
           COMPUTE WS-EXTRA-CASES = WS-CHAL-OPENED - WS-CHAMP-OPENED.
           MOVE WS-EXTRA-CASES TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO CHALLENGER-REPORT-RECORD.
           STRING "Extra analyst workload (challenger - champion): "
               FUNCTION TRIM(WS-SIGNED-DISPLAY) " cases"
               DELIMITED BY SIZE INTO CHALLENGER-REPORT-RECORD
           END-STRING.
           WRITE CHALLENGER-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "CHALLENGER-RPT" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "CHALLENGER_REPORT" TO AT-ACTION.
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
