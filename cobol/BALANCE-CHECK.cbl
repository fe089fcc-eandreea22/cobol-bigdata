      *>   - FRAUD-CHECK screened vs claimed history appends, and
      *>     claimed cases vs actual case-queue records dated today;
      *>   - CUSTOMER-LOOKUP successes vs claimed risk-history
      *>     appends;
      *>   - FEE-WAIVE claimed waiver entries vs actual waiver
      *>     entries on the fee ledger dated today, and claimed refund
      *>     credits vs actual refund credits on the payments file.
      *> The report also shows today's fees net of waivers: fees
      *> assessed, fees waived, and the net that stays charged.
      *>
      *> Invocation: BALANCE-CHECK
      *> Example: ./balance-check
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT BALANCE-REPORT-FILE
               ASSIGN TO "balance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  RISK-HISTORY-FILE.
           COPY "RISK-HISTORY-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-RECORD         PIC X(100).

               10  WS-LKP-ACC            PIC 9(8) VALUE 0.
               10  WS-LKP-AUDIT          PIC 9(8) VALUE 0.
               10  WS-LKP-RISK           PIC 9(8) VALUE 0.
           05  WS-FWV-CLAIMS.
               10  WS-FWV-AUDIT          PIC 9(8) VALUE 0.
               10  WS-FWV-WAIVERS        PIC 9(8) VALUE 0.
               10  WS-FWV-CREDITS        PIC 9(8) VALUE 0.

      *> Actual counts off the files, today-scoped
       01  WS-ACTUALS.
           05  WS-ACT-BOOK               PIC 9(8) VALUE 0.
           05  WS-ACT-CASES              PIC 9(8) VALUE 0.
           05  WS-ACT-RISK               PIC 9(8) VALUE 0.
           05  WS-ACT-FWV-AUDIT          PIC 9(8) VALUE 0.
           05  WS-ACT-WAIVERS            PIC 9(8) VALUE 0.
           05  WS-ACT-CREDITS            PIC 9(8) VALUE 0.

      *> Today's fees net of waivers, off the fee ledger
       01  WS-FEES-ASSESSED-TODAY        PIC S9(10)V99 VALUE 0.
       01  WS-FEES-WAIVED-TODAY          PIC S9(10)V99 VALUE 0.
       01  WS-FEES-NET-TODAY             PIC S9(10)V99 VALUE 0.
       01  WS-FEE-DISPLAY                PIC ---,---,--9.99.

      *> Out-of-balance reporting
       01  WS-EXCEPTION-COUNT            PIC 9(4) VALUE 0.
               TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.

           PERFORM WRITE-FEE-NET-LINES.

           PERFORM CROSS-ALL-RULES.

           IF WS-EXCEPTION-COUNT = 0
                   ADD CT-ACCEPTED TO WS-LKP-ACC
                   ADD CT-AUDIT-APPENDS TO WS-LKP-AUDIT
                   ADD CT-DATA-APPENDS-1 TO WS-LKP-RISK
               WHEN "FEE-WAIVE"
                   ADD CT-AUDIT-APPENDS TO WS-FWV-AUDIT
                   ADD CT-DATA-APPENDS-1 TO WS-FWV-WAIVERS
                   ADD CT-DATA-APPENDS-2 TO WS-FWV-CREDITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *> outcomes are excluded for the programs whose early exits
      *> write no control record (FRAUD-CHECK, LOAN-PROCESS) - those
      *> entries are the trace of runs that never reached their
      *> control totals. FEE-WAIVE's refusals (REJECTED -, DENIED,
      *> REFUSED) are excluded the same way; a REJECTED decision on
      *> a queued waiver names the waiver id and is a completed run.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
                   END-IF
               WHEN "CUSTOMER-LOOKUP"
                   ADD 1 TO WS-ACT-LKP-AUDIT
               WHEN "FEE-WAIVE"
                   IF AT-OUTCOME(1:11) NOT = "REJECTED - "
                       AND AT-OUTCOME(1:6) NOT = "DENIED"
                       AND AT-OUTCOME(1:7) NOT = "REFUSED"
                       ADD 1 TO WS-ACT-FWV-AUDIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM COUNT-BOOK-ACTUALS.
           PERFORM COUNT-CASE-ACTUALS.
           PERFORM COUNT-RISK-ACTUALS.
           PERFORM COUNT-FEE-ACTUALS.
           PERFORM COUNT-CREDIT-ACTUALS.

       COUNT-JOURNAL-ACTUALS.
           OPEN INPUT CHANGE-JOURNAL-FILE.
      *> timestamp, which in the nightly flow is today's business
      *> date. RISK-ALERT cases are stamped with the run moment and
      *> carry the RISK_TREND_ALERT flag - they are not FRAUD-CHECK
      *> claims, so they are excluded here, as are the sanctions
      *> cases SANCTIONS-SWEEP and name screening open (flags
      *> starting SANCTIONS_).
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
                           AND CQ-TIMESTAMP(9:2) = WS-TODAY(7:2)
                           AND CQ-FRAUD-FLAGS(1:16) NOT =
                               "RISK_TREND_ALERT"
                           AND CQ-FRAUD-FLAGS(1:10) NOT =
                               "SANCTIONS_"
                           ADD 1 TO WS-ACT-CASES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RISK-HISTORY-FILE.

       COUNT-FEE-ACTUALS.
      *> Waiver entries carry the fee they take back in FL-WAIVER-OF
      *> and the amount negated; everything else on the ledger is an
      *> assessment.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL SCAN-AT-EOF
               READ FEE-LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF FL-TIMESTAMP(1:8) = WS-TODAY
                           IF FL-WAIVER-OF = SPACES
                               ADD FUNCTION NUMVAL(FL-AMOUNT-STR)
                                   TO WS-FEES-ASSESSED-TODAY
                           ELSE
                               ADD 1 TO WS-ACT-WAIVERS
                               SUBTRACT FUNCTION NUMVAL(FL-AMOUNT-STR)
                                   FROM WS-FEES-WAIVED-TODAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEE-LEDGER-FILE.
           COMPUTE WS-FEES-NET-TODAY =
               WS-FEES-ASSESSED-TODAY - WS-FEES-WAIVED-TODAY.

       COUNT-CREDIT-ACTUALS.
      *> A refund credit is the only payments record with no cash, a
      *> negative fee portion and no reversal reference - a reversal
      *> always names the payment it backs out.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL SCAN-AT-EOF
               READ LOAN-PAYMENT-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF LP-TIMESTAMP(1:8) = WS-TODAY
                           AND LP-REVERSAL-OF = SPACES
                           AND LP-FEE-STR NOT = SPACES
                           IF FUNCTION NUMVAL(LP-AMOUNT-STR) = 0
                               AND FUNCTION NUMVAL(LP-FEE-STR) < 0
                               ADD 1 TO WS-ACT-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-PAYMENT-FILE.

       WRITE-FEE-NET-LINES.
           MOVE WS-FEES-ASSESSED-TODAY TO WS-FEE-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING "FEES ASSESSED TODAY:   " WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
           MOVE WS-FEES-WAIVED-TODAY TO WS-FEE-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING "LESS FEES WAIVED:      " WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
           MOVE WS-FEES-NET-TODAY TO WS-FEE-DISPLAY.
           MOVE SPACES TO BALANCE-REPORT-RECORD.
           STRING "NET FEES TODAY:        " WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           END-STRING.
           WRITE BALANCE-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO BALANCE-REPORT-RECORD.
           WRITE BALANCE-REPORT-RECORD.

       CROSS-ALL-RULES.
           MOVE "CUSTOMER-UPDATE AUDIT ENTRIES" TO WS-RULE-NAME.
           MOVE WS-UPD-AUDIT TO WS-CLAIMED-VALUE.
           MOVE WS-ACT-RISK TO WS-ACTUAL-VALUE.
           PERFORM CROSS-ONE-RULE.

           MOVE "FEE-WAIVE AUDIT ENTRIES" TO WS-RULE-NAME.
           MOVE WS-FWV-AUDIT TO WS-CLAIMED-VALUE.
           MOVE WS-ACT-FWV-AUDIT TO WS-ACTUAL-VALUE.
           PERFORM CROSS-ONE-RULE.

           MOVE "FEE-WAIVE WAIVER ENTRIES ON FEE LEDGER"
               TO WS-RULE-NAME.
           MOVE WS-FWV-WAIVERS TO WS-CLAIMED-VALUE.
           MOVE WS-ACT-WAIVERS TO WS-ACTUAL-VALUE.
           PERFORM CROSS-ONE-RULE.

           MOVE "FEE-WAIVE REFUND CREDITS ON PAYMENTS"
               TO WS-RULE-NAME.
           MOVE WS-FWV-CREDITS TO WS-CLAIMED-VALUE.
           MOVE WS-ACT-CREDITS TO WS-ACTUAL-VALUE.
           PERFORM CROSS-ONE-RULE.

       CROSS-ONE-RULE.
           IF WS-CLAIMED-VALUE = WS-ACTUAL-VALUE
               EXIT PARAGRAPH
