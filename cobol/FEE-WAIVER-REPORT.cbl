       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-WAIVER-REPORT.
       AUTHOR. Thesis Project.

      *> FEE-WAIVER-REPORT.cbl
      *> Monthly Fee Waiver Report
      *>
      *> Reads fee-waiver-register.dat, where FEE-WAIVE records every
      *> fee waiver asked for and what became of it, and shows for
      *> the month how much fee income was given back and why. Every
      *> waiver posted in the period is listed with its fee, reason,
      *> requesting operator and approver, and how the fee came off:
      *> WAIVED (taken off fees still open on the loan) or REFUNDED
      *> (already paid, returned as an overpayment credit). Totals
      *> follow by reason code (OURERROR, DISASTER, COMPLNT) and by
      *> the operator who asked for the waiver, then the waivers
      *> still PENDING a second approver and those REJECTED.
      *>
      *> Invocation: FEE-WAIVER-REPORT [YYYYMM]
      *> Example: ./fee-waiver-report 202609
      *>   Without a period, the business date's month is reported.
      *>   A posted or rejected waiver belongs to the month it was
      *>   decided in; a pending one to the month it was asked for.
      *>
      *> Output: fee-waiver-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT WAIVER-REGISTER-FILE ASSIGN TO FCP-FEE-WAIVERS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT WAIVER-REPORT-FILE
               ASSIGN TO "fee-waiver-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  WAIVER-REGISTER-FILE.
           COPY "FEE-WAIVER-REC.cpy".

       FD  WAIVER-REPORT-FILE.
       01  WAIVER-REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

      *> Register scan work fields
       01  WS-REGISTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-EOF               PIC X VALUE "N".
           88  REGISTER-AT-EOF           VALUE "Y".

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> Per-reason totals, one slot per reason code
       01  WS-REASON-TABLE.
           05  FILLER                    PIC X(8) VALUE "OURERROR".
           05  FILLER                    PIC X(8) VALUE "DISASTER".
           05  FILLER                    PIC X(8) VALUE "COMPLNT".
       01  WS-REASON-LIST REDEFINES WS-REASON-TABLE.
           05  WS-REASON-CODE            PIC X(8) OCCURS 3 TIMES.
       01  WS-REASON-TOTALS.
           05  WS-REASON-ENTRY OCCURS 3 TIMES.
               10  WS-REASON-COUNT       PIC 9(5).
               10  WS-REASON-WAIVED      PIC 9(10)V99.
               10  WS-REASON-REFUNDED    PIC 9(10)V99.
       01  WS-REASON-HIT                 PIC 9 VALUE 0.
       01  WS-REASON-IX                  PIC 9 VALUE 0.

      *> Per-operator table, filled as requesting operators are seen
       01  WS-OPERATOR-TABLE.
           05  WS-OPERATOR-ENTRY OCCURS 50 TIMES.
               10  WS-OPERATOR-ID        PIC X(10).
               10  WS-OPERATOR-COUNT     PIC 9(5).
               10  WS-OPERATOR-WAIVED    PIC 9(10)V99.
               10  WS-OPERATOR-REFUNDED  PIC 9(10)V99.
       01  WS-OPERATOR-USED              PIC 9(2) VALUE 0.
       01  WS-OPERATOR-HIT               PIC 9(2) VALUE 0.
       01  WS-OPERATOR-IX                PIC 9(2) VALUE 0.

      *> Whole-register totals for the period
       01  WS-TOTAL-COUNT                PIC 9(5) VALUE 0.
       01  WS-TOTAL-WAIVED               PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-REFUNDED             PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-PENDING              PIC 9(5) VALUE 0.
       01  WS-TOTAL-PENDING-AMT          PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-REJECTED             PIC 9(5) VALUE 0.

      *> One posted waiver's amounts
       01  WS-FEE-AMOUNT                 PIC 9(8)V99 VALUE 0.
       01  WS-WAIVED-AMOUNT              PIC 9(8)V99 VALUE 0.
       01  WS-REFUND-AMOUNT              PIC 9(8)V99 VALUE 0.

      *> One summary line's inputs, filled in before
      *> PERFORM WRITE-ONE-SUMMARY-LINE.
       01  WS-LINE-LABEL                 PIC X(10) VALUE SPACES.
       01  WS-LINE-COUNT                 PIC 9(5) VALUE 0.
       01  WS-LINE-WAIVED                PIC 9(10)V99 VALUE 0.
       01  WS-LINE-REFUNDED              PIC 9(10)V99 VALUE 0.
       01  WS-LINE-TOTAL                 PIC 9(10)V99 VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZ,ZZ9.
       01  WS-FEE-DISPLAY                PIC ZZ,ZZ9.99.
       01  WS-WAIVED-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-REFUNDED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-HOW-TAKEN                  PIC X(8) VALUE SPACES.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "FEE WAIVER REPORT".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: FEE-WAIVER-REPORT [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-REASON-TOTALS.
           INITIALIZE WS-OPERATOR-TABLE.

           OPEN OUTPUT WAIVER-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SCAN-WAIVERS.
           PERFORM WRITE-REASON-SUMMARY.
           PERFORM WRITE-OPERATOR-SUMMARY.
           PERFORM WRITE-OPEN-SUMMARY.
           CLOSE WAIVER-REPORT-FILE.

           DISPLAY "Waivers posted in " WS-PERIOD ": " WS-TOTAL-COUNT.
           DISPLAY "Report written to fee-waiver-report.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "FEE WAIVERS AND REFUNDS - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.

           MOVE SPACES TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "WAIVERS POSTED IN THE PERIOD"
               TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  WAIVER   CUSTOMER   TYPE           FEE REASON   "
               "REQUESTER  APPROVER   TAKEN"
               DELIMITED BY SIZE INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.

       SCAN-WAIVERS.
           OPEN INPUT WAIVER-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "  (no fee waivers on file)"
                   TO WAIVER-REPORT-RECORD
               WRITE WAIVER-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-WAIVER-RECORD
               UNTIL REGISTER-AT-EOF.

           CLOSE WAIVER-REGISTER-FILE.

       READ-WAIVER-RECORD.
           READ WAIVER-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   EVALUATE FW-STATUS
                       WHEN "POSTED"
                           IF FW-DECIDED-DATE(1:6) = WS-PERIOD
                               PERFORM TALLY-ONE-WAIVER
                           END-IF
                       WHEN "REJECTED"
                           IF FW-DECIDED-DATE(1:6) = WS-PERIOD
                               ADD 1 TO WS-TOTAL-REJECTED
                           END-IF
                       WHEN "PENDING"
                           IF FW-REQUEST-TS(1:6) = WS-PERIOD
                               ADD 1 TO WS-TOTAL-PENDING
                               ADD FUNCTION NUMVAL(FW-FEE-AMOUNT-STR)
                                   TO WS-TOTAL-PENDING-AMT
                           END-IF
                   END-EVALUATE
           END-READ.

       TALLY-ONE-WAIVER.
      *> List the waiver, then add it under its reason and under the
      *> operator who asked for it.
           MOVE FUNCTION NUMVAL(FW-FEE-AMOUNT-STR) TO WS-FEE-AMOUNT.
           MOVE FUNCTION NUMVAL(FW-WAIVED-STR) TO WS-WAIVED-AMOUNT.
           MOVE FUNCTION NUMVAL(FW-REFUNDED-STR) TO WS-REFUND-AMOUNT.

           PERFORM WRITE-WAIVER-DETAIL.

           ADD 1 TO WS-TOTAL-COUNT.
           ADD WS-WAIVED-AMOUNT TO WS-TOTAL-WAIVED.
           ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED.

           MOVE 0 TO WS-REASON-HIT.
           PERFORM MATCH-REASON-SLOT
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > 3
               OR WS-REASON-HIT > 0.
           IF WS-REASON-HIT > 0
               ADD 1 TO WS-REASON-COUNT(WS-REASON-HIT)
               ADD WS-WAIVED-AMOUNT
                   TO WS-REASON-WAIVED(WS-REASON-HIT)
               ADD WS-REFUND-AMOUNT
                   TO WS-REASON-REFUNDED(WS-REASON-HIT)
           END-IF.

           MOVE 0 TO WS-OPERATOR-HIT.
           PERFORM MATCH-OPERATOR-SLOT
               VARYING WS-OPERATOR-IX FROM 1 BY 1
               UNTIL WS-OPERATOR-IX > WS-OPERATOR-USED
               OR WS-OPERATOR-HIT > 0.

           IF WS-OPERATOR-HIT = 0
               IF WS-OPERATOR-USED < 50
                   ADD 1 TO WS-OPERATOR-USED
                   MOVE WS-OPERATOR-USED TO WS-OPERATOR-HIT
                   MOVE FW-REQUESTED-BY
                       TO WS-OPERATOR-ID(WS-OPERATOR-HIT)
               ELSE
                   DISPLAY "WARNING: more than 50 operators - "
                       "waiver " FW-WAIVER-ID
                       " left out of the operator lines"
               END-IF
           END-IF.

           IF WS-OPERATOR-HIT > 0
               ADD 1 TO WS-OPERATOR-COUNT(WS-OPERATOR-HIT)
               ADD WS-WAIVED-AMOUNT
                   TO WS-OPERATOR-WAIVED(WS-OPERATOR-HIT)
               ADD WS-REFUND-AMOUNT
                   TO WS-OPERATOR-REFUNDED(WS-OPERATOR-HIT)
           END-IF.

       MATCH-REASON-SLOT.
           IF WS-REASON-CODE(WS-REASON-IX) = FW-REASON-CODE
               MOVE WS-REASON-IX TO WS-REASON-HIT
           END-IF.

       MATCH-OPERATOR-SLOT.
           IF WS-OPERATOR-ID(WS-OPERATOR-IX) = FW-REQUESTED-BY
               MOVE WS-OPERATOR-IX TO WS-OPERATOR-HIT
           END-IF.

       WRITE-WAIVER-DETAIL.
      *> A fee that was partly open and partly paid shows as SPLIT;
      *> the summaries carry both halves.
           EVALUATE TRUE
               WHEN WS-REFUND-AMOUNT = 0
                   MOVE "WAIVED" TO WS-HOW-TAKEN
               WHEN WS-WAIVED-AMOUNT = 0
                   MOVE "REFUNDED" TO WS-HOW-TAKEN
               WHEN OTHER
                   MOVE "SPLIT" TO WS-HOW-TAKEN
           END-EVALUATE.

           MOVE WS-FEE-AMOUNT TO WS-FEE-DISPLAY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  " FW-WAIVER-ID DELIMITED BY SIZE
               " " FW-CUSTOMER-ID DELIMITED BY SIZE
               " " FW-FEE-TYPE DELIMITED BY SIZE
               " " WS-FEE-DISPLAY DELIMITED BY SIZE
               " " FW-REASON-CODE DELIMITED BY SIZE
               " " FW-REQUESTED-BY DELIMITED BY SIZE
               " " FW-DECIDED-BY DELIMITED BY SIZE
               " " WS-HOW-TAKEN DELIMITED BY SIZE
               INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.

       WRITE-SUMMARY-HEADING.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL
               "  COUNT  WAIVED (OPEN) REFUNDED (PAID)"
               "          TOTAL"
               DELIMITED BY SIZE INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.

       WRITE-REASON-SUMMARY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "AMOUNTS BY REASON" TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "REASON" TO WS-LINE-LABEL.
           PERFORM WRITE-SUMMARY-HEADING.

           PERFORM WRITE-REASON-ENTRY
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > 3.

           PERFORM WRITE-ALL-LINE.

       WRITE-REASON-ENTRY.
           MOVE WS-REASON-CODE(WS-REASON-IX) TO WS-LINE-LABEL.
           MOVE WS-REASON-COUNT(WS-REASON-IX) TO WS-LINE-COUNT.
           MOVE WS-REASON-WAIVED(WS-REASON-IX) TO WS-LINE-WAIVED.
           MOVE WS-REASON-REFUNDED(WS-REASON-IX)
               TO WS-LINE-REFUNDED.
           PERFORM WRITE-ONE-SUMMARY-LINE.

       WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "AMOUNTS BY REQUESTING OPERATOR"
               TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE "OPERATOR" TO WS-LINE-LABEL.
           PERFORM WRITE-SUMMARY-HEADING.

           PERFORM WRITE-OPERATOR-ENTRY
               VARYING WS-OPERATOR-IX FROM 1 BY 1
               UNTIL WS-OPERATOR-IX > WS-OPERATOR-USED.

           PERFORM WRITE-ALL-LINE.

       WRITE-OPERATOR-ENTRY.
           MOVE WS-OPERATOR-ID(WS-OPERATOR-IX) TO WS-LINE-LABEL.
           MOVE WS-OPERATOR-COUNT(WS-OPERATOR-IX) TO WS-LINE-COUNT.
           MOVE WS-OPERATOR-WAIVED(WS-OPERATOR-IX) TO WS-LINE-WAIVED.
           MOVE WS-OPERATOR-REFUNDED(WS-OPERATOR-IX)
               TO WS-LINE-REFUNDED.
           PERFORM WRITE-ONE-SUMMARY-LINE.

       WRITE-ALL-LINE.
           MOVE "ALL" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-COUNT TO WS-LINE-COUNT.
           MOVE WS-TOTAL-WAIVED TO WS-LINE-WAIVED.
           MOVE WS-TOTAL-REFUNDED TO WS-LINE-REFUNDED.
           PERFORM WRITE-ONE-SUMMARY-LINE.

       WRITE-ONE-SUMMARY-LINE.
           COMPUTE WS-LINE-TOTAL = WS-LINE-WAIVED + WS-LINE-REFUNDED.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-LINE-WAIVED TO WS-WAIVED-DISPLAY.
           MOVE WS-LINE-REFUNDED TO WS-REFUNDED-DISPLAY.
           MOVE WS-LINE-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL DELIMITED BY SIZE
               " " WS-COUNT-DISPLAY DELIMITED BY SIZE
               " " WS-WAIVED-DISPLAY DELIMITED BY SIZE
               "  " WS-REFUNDED-DISPLAY DELIMITED BY SIZE
               " " WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.

       WRITE-OPEN-SUMMARY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           WRITE WAIVER-REPORT-RECORD.
           MOVE WS-TOTAL-PENDING TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-PENDING-AMT TO WS-TOTAL-DISPLAY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  PENDING A SECOND APPROVER: " WS-COUNT-DISPLAY
               "  FEES " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.
           MOVE WS-TOTAL-REJECTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WAIVER-REPORT-RECORD.
           STRING "  REJECTED BY THE APPROVER:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WAIVER-REPORT-RECORD
           END-STRING.
           WRITE WAIVER-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
