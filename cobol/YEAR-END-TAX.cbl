       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-TAX.
       AUTHOR. Thesis Project.

      *> YEAR-END-TAX.cbl
      *> Year-End Interest Paid Statements and Tax Information Return
      *>
      *> Answers the borrower's year-end question - how much interest
      *> did I pay - from the books instead of a hand sum of
      *> loan-payments.dat. For every loan on the loan book it adds
      *> up the interest and fee portions the payment split posted
      *> in the calendar tax year, netting each reversal into the
      *> year of the payment it backs out (LP-REVERSAL-OF), and then:
      *>
      *>   1. Writes tax-info-return.dat - a header, one detail per
      *>      loan with interest or fees paid, and a control trailer
      *>      (record count, borrower count, totals) for filing.
      *>   2. Writes the customer copies to
      *>      year-end-tax-statements.txt, one statement per borrower
      *>      listing each loan. The delivery preferences are honored
      *>      as STATEMENT-GEN honors them, and so is the legal status
      *>      register: a copy goes to the trustee or estate contact,
      *>      or is withheld. Every withheld copy lands on the
      *>      suppression manifest as item TAX-yyyy with its reason.
      *>   3. Writes year-end-tax-summary.txt, tying the interest
      *>      reported loan by loan back to the interest accrued for
      *>      the year on interest-accrual-ledger.dat.
      *>
      *> Steps 2 and 3 read the return written in step 1 rather than
      *> recomputing it, so what the borrower is told is exactly what
      *> was filed even if payments post between steps. A checkpoint
      *> records the last completed step, so an abend resumes at the
      *> failed step. The run refuses to start twice for the same tax
      *> year, as MONTH-END-BATCH refuses a repeated period, and writes
      *> its run record to batch-run-history.dat.
      *>
      *> The tax year defaults to the year before the business date
      *> (the run belongs in January); a completed year may be given
      *> explicitly. A year that has not yet ended is refused. Joint
      *> loans report under the primary borrower, who holds the
      *> loan-book record.
      *>
      *> Invocation: YEAR-END-TAX [tax_year]
      *> Example: ./year-end-tax
      *>          ./year-end-tax 2025
      *>
      *> Output: tax-info-return.dat, year-end-tax-statements.txt,
      *>         year-end-tax-summary.txt
      *>
      *> Checkpoint file (year-end-tax-checkpoint.dat, 5 bytes):
      *>   Byte 1:    Last completed step (0=none, 1-3)
      *>   Bytes 2-5: Tax year the checkpoint belongs to (YYYY) - a
      *>              checkpoint from another year reads as fresh
      *> A successful end-to-end run resets the step to zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO FCP-YEAREND-CHECKPOINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO FCP-RUN-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO FCP-ACCRUAL-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PREFERENCE-FILE ASSIGN TO FCP-PREFERENCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT SUPPRESS-MANIFEST-FILE
               ASSIGN TO FCP-SUPPRESS-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT TAX-RETURN-FILE
               ASSIGN TO "tax-info-return.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT COPY-FILE
               ASSIGN TO "year-end-tax-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "year-end-tax-summary.txt"
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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-LAST-STEP-STR          PIC X(1).
           05  CK-TAX-YEAR               PIC X(4).

       FD  RUN-HISTORY-FILE.
           COPY "BATCH-HISTORY-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  ACCRUAL-LEDGER-FILE.
           COPY "ACCRUAL-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  PREFERENCE-FILE.
           COPY "PREFERENCE-REC.cpy".

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  SUPPRESS-MANIFEST-FILE.
           COPY "SUPPRESS-REC.cpy".

       FD  TAX-RETURN-FILE.
           COPY "TAX-RETURN-REC.cpy".

       FD  COPY-FILE.
       01  COPY-RECORD                   PIC X(100).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD         PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> The tax year being reported (YYYY) and the business year it
      *> must lie before.
       01  WS-TAX-YEAR                   PIC X(4) VALUE SPACES.
       01  WS-TAX-YEAR-NUM               PIC 9(4) VALUE 0.
       01  WS-BUSINESS-YEAR              PIC 9(4) VALUE 0.
       01  WS-LETTER-DATE                PIC X(10) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.
       01  WS-ARG-YEAR                   PIC X(10) VALUE SPACES.

      *> Checkpoint work fields
       01  WS-CHECKPOINT-STATUS          PIC XX VALUE SPACES.
       01  WS-LAST-STEP                  PIC 9(1) VALUE 0.

      *> Same-year rerun refusal work fields
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-RERUN-EOF                  PIC X VALUE "N".
           88  RERUN-AT-EOF              VALUE "Y".
       01  WS-ALREADY-RAN                PIC X VALUE "N".
           88  TAX-YEAR-ALREADY-RUN      VALUE "Y".
       01  WS-COMPLETE-DISPOSITION       PIC X(20) VALUE SPACES.

      *> Run-history work fields, the same per-step trace
      *> NIGHTLY-BATCH keeps (three of the four entries used).
       01  WS-RUN-START-TS               PIC X(21) VALUE SPACES.
       01  WS-STEP-IX                    PIC 9 VALUE 0.
       01  WS-STEP-TRACE.
           05  WS-STEP-TRACE-ENTRY OCCURS 4 TIMES.
               10  WS-ST-START           PIC X(14).
               10  WS-ST-END             PIC X(14).
               10  WS-ST-START-SECS      PIC 9(9).
               10  WS-ST-ELAPSED         PIC 9(6).
               10  WS-ST-RECORDS         PIC 9(6).
       01  WS-CLOCK-SECONDS              PIC 9(9) VALUE 0.
       01  WS-DISPOSITION                PIC X(20) VALUE SPACES.
       01  WS-ABEND-REASON               PIC X(60) VALUE SPACES.

      *> Loan book scan work fields
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".

      *> Interest / fees paid work fields: a payment counts in the
      *> year it posted, a reversal in the year of the payment it
      *> backs out - its negated portions then net that payment out
      *> of the same year.
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-PAYMENT-YEAR               PIC X(4) VALUE SPACES.
       01  WS-LOAN-INTEREST              PIC S9(10)V99 VALUE 0.
       01  WS-LOAN-FEES                  PIC S9(10)V99 VALUE 0.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".

      *> Tax information return work fields
       01  WS-RETURN-STATUS              PIC XX VALUE SPACES.
       01  WS-RETURN-EOF                 PIC X VALUE "N".
           88  RETURN-AT-EOF             VALUE "Y".
       01  WS-PREV-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-DETAIL-COUNT               PIC 9(6) VALUE 0.
       01  WS-BORROWER-COUNT             PIC 9(6) VALUE 0.
       01  WS-INTEREST-TOTAL             PIC S9(12)V99 VALUE 0.
       01  WS-FEES-TOTAL                 PIC S9(12)V99 VALUE 0.

      *> Customer copy work fields
       01  WS-COPY-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-COPY-OPEN                  PIC X VALUE "N".
           88  COPY-IN-PROGRESS          VALUE "Y".
       01  WS-COPY-ROUTED                PIC X VALUE "N".
       01  WS-BORROWER-INTEREST          PIC S9(10)V99 VALUE 0.
       01  WS-BORROWER-FEES              PIC S9(10)V99 VALUE 0.
       01  WS-COPY-COUNT                 PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-LEGAL-ROUTED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LEGAL-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT           PIC 9(6) VALUE 0.

      *> Delivery preference and suppression manifest work fields
       01  WS-PREF-STATUS                PIC XX VALUE SPACES.
       01  WS-PREF-EOF                   PIC X VALUE "N".
           88  PREF-AT-EOF               VALUE "Y".
       01  WS-SUPPRESS-REASON            PIC X(12) VALUE SPACES.
       01  WS-SUPPRESS-STATUS            PIC XX VALUE SPACES.
       01  WS-SUPPRESS-EOF               PIC X VALUE "N".
           88  SUPPRESS-AT-EOF           VALUE "Y".
       01  WS-SUPPRESS-ITEM              PIC X(10) VALUE SPACES.
       01  WS-ALREADY-SUPPRESSED         PIC X VALUE "N".
           88  COPY-ALREADY-SUPPRESSED   VALUE "Y".

      *> Accrual ledger tie-out work fields
       01  WS-ACCRUAL-STATUS             PIC XX VALUE SPACES.
       01  WS-ACCRUAL-EOF                PIC X VALUE "N".
           88  ACCRUAL-AT-EOF            VALUE "Y".
       01  WS-LOAN-ACCRUED               PIC S9(10)V99 VALUE 0.
       01  WS-LOAN-REPORTED              PIC S9(10)V99 VALUE 0.
       01  WS-LOAN-DIFFERENCE            PIC S9(10)V99 VALUE 0.
       01  WS-LEDGER-ACCRUED-TOTAL       PIC S9(12)V99 VALUE 0.
       01  WS-TIED-ACCRUED-TOTAL         PIC S9(12)V99 VALUE 0.
       01  WS-TIED-REPORTED-TOTAL        PIC S9(12)V99 VALUE 0.
       01  WS-OFF-BOOK-ACCRUED           PIC S9(12)V99 VALUE 0.
       01  WS-ACCRUED-LESS-PAID          PIC S9(12)V99 VALUE 0.
       01  WS-TIED-LOAN-COUNT            PIC 9(6) VALUE 0.
       01  WS-OVERPAID-COUNT             PIC 9(6) VALUE 0.
       01  WS-NO-MASTER-COUNT            PIC 9(6) VALUE 0.

      *> Return control check work fields: the details summed as
      *> read back, against what the trailer claims.
       01  WS-READ-DETAIL-COUNT          PIC 9(6) VALUE 0.
       01  WS-READ-BORROWER-COUNT        PIC 9(6) VALUE 0.
       01  WS-READ-INTEREST              PIC S9(12)V99 VALUE 0.
       01  WS-READ-FEES                  PIC S9(12)V99 VALUE 0.
       01  WS-TRL-FOUND                  PIC X VALUE "N".
       01  WS-TRL-DETAIL-COUNT           PIC 9(6) VALUE 0.
       01  WS-TRL-BORROWER-COUNT         PIC 9(6) VALUE 0.
       01  WS-TRL-INTEREST               PIC S9(12)V99 VALUE 0.
       01  WS-TRL-FEES                   PIC S9(12)V99 VALUE 0.
       01  WS-CONTROL-STATE              PIC X(14) VALUE SPACES.

      *> Edited forms: amounts on the return stay NUMVAL-parseable,
      *> the display forms go on the copies, report and console.
       01  WS-AMOUNT-EDIT                PIC 9(12).99.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-AMOUNT-1              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LINE-AMOUNT-2              PIC ZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISPLAY             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-SIGNED                PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-DATE-DISPLAY               PIC X(10) VALUE SPACES.
       01  WS-OVERPAID-MARK              PIC X VALUE SPACE.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

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
           MOVE "YEAR-END-TAX" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "YEAR-END INTEREST PAID / TAX INFORMATION".
           DISPLAY "========================================".

           MOVE FUNCTION NUMVAL(BDT-BUSINESS-DATE(1:4))
               TO WS-BUSINESS-YEAR.
           COMPUTE WS-TAX-YEAR-NUM = WS-BUSINESS-YEAR - 1.

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-ARG-YEAR
           END-UNSTRING.
           IF WS-ARG-YEAR NOT = SPACES
               IF WS-ARG-YEAR(1:4) IS NUMERIC
                   AND WS-ARG-YEAR(5:6) = SPACES
                   MOVE WS-ARG-YEAR(1:4) TO WS-TAX-YEAR-NUM
               ELSE
                   DISPLAY "ERROR: Tax year must be YYYY - got "
                       FUNCTION TRIM(WS-ARG-YEAR)
                   MOVE "YEAR_END_TAX" TO AT-ACTION
                   MOVE "REJECTED - INVALID_TAX_YEAR"
                       TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR.

      *> A year is only reportable once it has ended on the business
      *> calendar - interest paid on 31 December must be in.
           IF WS-TAX-YEAR-NUM NOT < WS-BUSINESS-YEAR
               DISPLAY "ERROR: Tax year " WS-TAX-YEAR
                   " has not ended (business date "
                   BDT-BUSINESS-DATE ") - refusing to report"
               MOVE "YEAR_END_TAX" TO AT-ACTION
               MOVE "REFUSED - TAX_YEAR_NOT_ENDED"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Reporting tax year " WS-TAX-YEAR ".".
           MOVE SPACES TO WS-LETTER-DATE.
           STRING BDT-BUSINESS-DATE(1:4) "-" BDT-BUSINESS-DATE(5:2)
               "-" BDT-BUSINESS-DATE(7:2)
               DELIMITED BY SIZE INTO WS-LETTER-DATE
           END-STRING.
           MOVE SPACES TO WS-SUPPRESS-ITEM.
           STRING "TAX-" WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-SUPPRESS-ITEM
           END-STRING.
           MOVE SPACES TO WS-COMPLETE-DISPOSITION.
           STRING "YE TAX " WS-TAX-YEAR " COMPLETE"
               DELIMITED BY SIZE INTO WS-COMPLETE-DISPOSITION
           END-STRING.

           PERFORM LOAD-CHECKPOINT.

      *> One completed year-end run per tax year: the filing and the
      *> customer copies go out once. A checkpoint restart is not a
      *> second run; it finishes the first one.
           IF WS-LAST-STEP = 0
               PERFORM CHECK-ALREADY-RUN
               IF TAX-YEAR-ALREADY-RUN
                   DISPLAY "ERROR: A completed year-end tax run "
                       "already exists for tax year " WS-TAX-YEAR
                       " - refusing to run twice"
                   MOVE "YEAR_END_TAX" TO AT-ACTION
                   MOVE "REFUSED - TAX_YEAR_ALREADY_RUN"
                       TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> The run-history record's date rides the business date, as
      *> the other drivers' do.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
           MOVE BDT-BUSINESS-DATE TO WS-RUN-START-TS(1:8).
           INITIALIZE WS-STEP-TRACE.

           IF WS-LAST-STEP < 1
               MOVE 1 TO WS-STEP-IX
               PERFORM BEGIN-STEP-TRACE
               PERFORM RUN-STEP-1-TAX-RETURN
               MOVE WS-DETAIL-COUNT TO WS-ST-RECORDS(1)
               PERFORM END-STEP-TRACE
               MOVE 1 TO WS-LAST-STEP
               PERFORM SAVE-CHECKPOINT
           ELSE
               DISPLAY "Step 1 (tax information return) already "
                   "complete - skipping"
           END-IF.

           IF WS-LAST-STEP < 2
               MOVE 2 TO WS-STEP-IX
               PERFORM BEGIN-STEP-TRACE
               PERFORM RUN-STEP-2-CUSTOMER-COPIES
               MOVE WS-COPY-COUNT TO WS-ST-RECORDS(2)
               PERFORM END-STEP-TRACE
               MOVE 2 TO WS-LAST-STEP
               PERFORM SAVE-CHECKPOINT
           ELSE
               DISPLAY "Step 2 (customer copies) already complete - "
                   "skipping"
           END-IF.

           IF WS-LAST-STEP < 3
               MOVE 3 TO WS-STEP-IX
               PERFORM BEGIN-STEP-TRACE
               PERFORM RUN-STEP-3-ACCRUAL-TIE-OUT
               MOVE WS-TIED-LOAN-COUNT TO WS-ST-RECORDS(3)
               PERFORM END-STEP-TRACE
               MOVE 3 TO WS-LAST-STEP
               PERFORM SAVE-CHECKPOINT
           ELSE
               DISPLAY "Step 3 (accrual tie-out) already complete - "
                   "skipping"
           END-IF.

      *> All steps completed - reset the checkpoint step; the
      *> run-history record is what refuses a same-year rerun.
           MOVE 0 TO WS-LAST-STEP.
           PERFORM SAVE-CHECKPOINT.

           MOVE WS-COMPLETE-DISPOSITION TO WS-DISPOSITION.
           PERFORM WRITE-RUN-HISTORY.

           MOVE "YEAR_END_TAX" TO AT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "COMPLETE - TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           DISPLAY "Return written to tax-info-return.dat".
           DISPLAY "Copies written to year-end-tax-statements.txt".
           DISPLAY "Summary written to year-end-tax-summary.txt".
           DISPLAY "========================================".
           DISPLAY "YEAR-END TAX RUN COMPLETE".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-CHECKPOINT.
      *> A missing checkpoint file, or one left by another tax year,
      *> means a fresh run starting at step 1.
           MOVE 0 TO WS-LAST-STEP.

           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CK-TAX-YEAR = WS-TAX-YEAR
                           MOVE FUNCTION NUMVAL(CK-LAST-STEP-STR)
                               TO WS-LAST-STEP
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

           IF WS-LAST-STEP > 0
               DISPLAY "Restarting from checkpoint - last completed "
                   "step: " WS-LAST-STEP
           END-IF.

       SAVE-CHECKPOINT.
           MOVE WS-LAST-STEP TO CK-LAST-STEP-STR.
           MOVE WS-TAX-YEAR TO CK-TAX-YEAR.

           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       CHECK-ALREADY-RUN.
      *> Scan the run history for a completed year-end run for this
      *> tax year - the year rides in the disposition, since the run
      *> itself is dated in the following year. A missing history
      *> just means no run has ever finished.
           MOVE "N" TO WS-ALREADY-RAN.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RERUN-EOF.
           PERFORM READ-RUN-HISTORY-RECORD
               UNTIL RERUN-AT-EOF OR TAX-YEAR-ALREADY-RUN.

           CLOSE RUN-HISTORY-FILE.

       READ-RUN-HISTORY-RECORD.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-RERUN-EOF
               NOT AT END
                   IF BH-DISPOSITION = WS-COMPLETE-DISPOSITION
                       MOVE "Y" TO WS-ALREADY-RAN
                   END-IF
           END-READ.

       RUN-STEP-1-TAX-RETURN.
           DISPLAY "Step 1: tax information return".
           MOVE 0 TO WS-DETAIL-COUNT.
           MOVE 0 TO WS-BORROWER-COUNT.
           MOVE 0 TO WS-INTEREST-TOTAL.
           MOVE 0 TO WS-FEES-TOTAL.
           MOVE SPACES TO WS-PREV-CUSTOMER.

           OPEN OUTPUT TAX-RETURN-FILE.
           MOVE SPACES TO TAX-RETURN-RECORD.
           MOVE "HDR" TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE WS-RUN-START-TS TO TX-LOAN-TIMESTAMP.
           WRITE TAX-RETURN-RECORD.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "N" TO WS-LOAN-BOOK-EOF
               PERFORM READ-LOAN-BOOK-FOR-RETURN
                   UNTIL LOAN-BOOK-AT-EOF
               CLOSE LOAN-BOOK-FILE
           ELSE
               DISPLAY "  No loan book found - empty return."
           END-IF.

           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF.

      *> Control trailer: what the filing agency ties the file to.
           MOVE SPACES TO TAX-TRAILER-RECORD.
           MOVE "TRL" TO TX-TRL-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TRL-TAX-YEAR.
           MOVE WS-DETAIL-COUNT TO TX-TRL-DETAIL-COUNT.
           MOVE WS-BORROWER-COUNT TO TX-TRL-BORROWER-COUNT.
           MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO TX-TRL-INTEREST-STR.
           MOVE WS-FEES-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO TX-TRL-FEES-STR.
           WRITE TAX-TRAILER-RECORD.
           CLOSE TAX-RETURN-FILE.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Loans reported:     " WS-COUNT-DISPLAY.
           MOVE WS-BORROWER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Borrowers reported: " WS-COUNT-DISPLAY.
           MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "  Interest paid:      $" WS-AMOUNT-DISPLAY.
           MOVE WS-FEES-TOTAL TO WS-AMOUNT-DISPLAY.
           DISPLAY "  Fees paid:          $" WS-AMOUNT-DISPLAY.

       READ-LOAN-BOOK-FOR-RETURN.
      *> Every loan, whatever its status - a loan paid off or
      *> charged off during the year still had interest paid on it.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   PERFORM REPORT-ONE-LOAN
           END-READ.

       REPORT-ONE-LOAN.
           PERFORM SUM-PAID-IN-YEAR.
           IF WS-LOAN-INTEREST NOT > 0
               AND WS-LOAN-FEES NOT > 0
               EXIT PARAGRAPH
           END-IF.
      *> A net negative can only come of a reversal whose original
      *> predates the split; nothing is reported below zero.
           IF WS-LOAN-INTEREST < 0
               MOVE 0 TO WS-LOAN-INTEREST
           END-IF.
           IF WS-LOAN-FEES < 0
               MOVE 0 TO WS-LOAN-FEES
           END-IF.

           MOVE SPACES TO TAX-RETURN-RECORD.
           MOVE "DTL" TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
           MOVE LB-CUSTOMER-ID TO TX-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO TX-LOAN-TIMESTAMP.
           PERFORM FETCH-BORROWER-IDENTITY.
           MOVE WS-LOAN-INTEREST TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO TX-INTEREST-STR.
           MOVE WS-LOAN-FEES TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO TX-FEES-STR.
           WRITE TAX-RETURN-RECORD.

           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-LOAN-INTEREST TO WS-INTEREST-TOTAL.
           ADD WS-LOAN-FEES TO WS-FEES-TOTAL.
      *> The loan book is in customer-key order, so a change of
      *> customer is a new borrower.
           IF LB-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
               ADD 1 TO WS-BORROWER-COUNT
               MOVE LB-CUSTOMER-ID TO WS-PREV-CUSTOMER
           END-IF.

       SUM-PAID-IN-YEAR.
           MOVE 0 TO WS-LOAN-INTEREST.
           MOVE 0 TO WS-LOAN-FEES.
           MOVE "N" TO WS-PAYMENT-EOF.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-PAYMENT-RECORD
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-RECORD.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND LP-LOAN-TIMESTAMP = LB-TIMESTAMP
                       PERFORM ADD-PAYMENT-PORTIONS
                   END-IF
           END-READ.

       ADD-PAYMENT-PORTIONS.
           IF LP-REVERSAL-OF = SPACES
               MOVE LP-TIMESTAMP(1:4) TO WS-PAYMENT-YEAR
           ELSE
               MOVE LP-REVERSAL-OF(1:4) TO WS-PAYMENT-YEAR
           END-IF.
           IF WS-PAYMENT-YEAR NOT = WS-TAX-YEAR
               EXIT PARAGRAPH
           END-IF.

      *> Legacy records from before the split carry spaces in the
      *> portions - all principal, as the balance math has them.
           IF LP-INTEREST-STR NOT = SPACES
               ADD FUNCTION NUMVAL(LP-INTEREST-STR)
                   TO WS-LOAN-INTEREST
           END-IF.
           IF LP-FEE-STR NOT = SPACES
               ADD FUNCTION NUMVAL(LP-FEE-STR) TO WS-LOAN-FEES
           END-IF.

       FETCH-BORROWER-IDENTITY.
      *> A borrower with no master record is still reported - the
      *> filing must account for every dollar - with the identity
      *> blank; the copy then lands as NO_ADDRESS.
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE LB-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               MOVE CM-CUST-NAME TO TX-CUST-NAME
               MOVE CM-CITY TO TX-CITY
               MOVE CM-POSTAL-CODE TO TX-POSTAL-CODE
               MOVE CM-COUNTRY TO TX-COUNTRY
           END-IF.

       RUN-STEP-2-CUSTOMER-COPIES.
           DISPLAY "Step 2: customer copies".
           MOVE 0 TO WS-COPY-COUNT.
           MOVE SPACES TO WS-COPY-CUSTOMER.
           MOVE "N" TO WS-COPY-OPEN.

           PERFORM OPEN-RETURN-FOR-READING.
           OPEN OUTPUT COPY-FILE.

           MOVE "N" TO WS-RETURN-EOF.
           PERFORM READ-RETURN-FOR-COPIES
               UNTIL RETURN-AT-EOF.
           PERFORM FINISH-BORROWER-COPY.

           CLOSE COPY-FILE.
           CLOSE TAX-RETURN-FILE.

           MOVE WS-COPY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Copies produced:    " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Suppressed (prefs): " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-ROUTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Routed (legal):     " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Suppressed (legal): " WS-COUNT-DISPLAY.
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  No address on file: " WS-COUNT-DISPLAY.

       OPEN-RETURN-FOR-READING.
      *> The return must be there, and must be this year's - steps 2
      *> and 3 exist to describe exactly what was filed.
           OPEN INPUT TAX-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               MOVE "tax-info-return.dat is missing"
                   TO WS-ABEND-REASON
               PERFORM ABEND-STEP
           END-IF.
           READ TAX-RETURN-FILE
               AT END
                   MOVE SPACES TO TAX-RETURN-RECORD
           END-READ.
           IF TX-RECORD-TYPE NOT = "HDR"
               OR TX-TAX-YEAR NOT = WS-TAX-YEAR
               CLOSE TAX-RETURN-FILE
               MOVE "tax-info-return.dat is not this tax year's"
                   TO WS-ABEND-REASON
               PERFORM ABEND-STEP
           END-IF.

       READ-RETURN-FOR-COPIES.
           READ TAX-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
                   IF TX-RECORD-TYPE = "DTL"
                       PERFORM COPY-ONE-DETAIL
                   END-IF
           END-READ.

       COPY-ONE-DETAIL.
           IF TX-CUSTOMER-ID NOT = WS-COPY-CUSTOMER
               PERFORM FINISH-BORROWER-COPY
               PERFORM START-BORROWER-COPY
           END-IF.

           ADD FUNCTION NUMVAL(TX-INTEREST-STR)
               TO WS-BORROWER-INTEREST.
           ADD FUNCTION NUMVAL(TX-FEES-STR) TO WS-BORROWER-FEES.
           IF COPY-IN-PROGRESS
               PERFORM WRITE-COPY-LOAN-LINE
           END-IF.

       START-BORROWER-COPY.
      *> A legal status on the register overrides the preferences:
      *> the copy goes to the trustee or estate contact, or nowhere.
      *> A withheld copy still lands on the suppression manifest.
           MOVE TX-CUSTOMER-ID TO WS-COPY-CUSTOMER.
           MOVE 0 TO WS-BORROWER-INTEREST.
           MOVE 0 TO WS-BORROWER-FEES.
           MOVE "N" TO WS-COPY-OPEN.
           MOVE "N" TO WS-COPY-ROUTED.

           MOVE TX-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               IF LGS-CONTACT-NAME = SPACES
                   ADD 1 TO WS-LEGAL-SUPPRESSED-COUNT
                   MOVE "LEGAL_STATUS" TO WS-SUPPRESS-REASON
                   PERFORM APPEND-SUPPRESSION-RECORD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LEGAL-ROUTED-COUNT
               MOVE "Y" TO WS-COPY-ROUTED
           ELSE
               PERFORM CHECK-DELIVERY-PREFERENCE
               IF WS-SUPPRESS-REASON NOT = SPACES
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   PERFORM APPEND-SUPPRESSION-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF TX-CUST-NAME = SPACES
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE "NO_ADDRESS" TO WS-SUPPRESS-REASON
                   PERFORM APPEND-SUPPRESSION-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "Y" TO WS-COPY-OPEN.
           PERFORM WRITE-COPY-HEADER.

       FINISH-BORROWER-COPY.
           IF NOT COPY-IN-PROGRESS
               EXIT PARAGRAPH
           END-IF.

           MOVE "  --------------------------------------------------"
               TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE WS-BORROWER-INTEREST TO WS-LINE-AMOUNT-1.
           MOVE WS-BORROWER-FEES TO WS-LINE-AMOUNT-2.
           MOVE SPACES TO COPY-RECORD.
           STRING "  TOTAL PAID IN " WS-TAX-YEAR "      "
               WS-LINE-AMOUNT-1 "   " WS-LINE-AMOUNT-2
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.

           MOVE SPACES TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE "Amounts are the interest and fee portions of the"
               TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE "payments you made during the year, net of any payment"
               TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE "later reversed. Please keep this statement with your"
               TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE "tax records."
               TO COPY-RECORD.
           WRITE COPY-RECORD.

           MOVE SPACES TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE "Loan Servicing" TO COPY-RECORD.
           WRITE COPY-RECORD.

           ADD 1 TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-OPEN.

       WRITE-COPY-HEADER.
           MOVE ALL "=" TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "YEAR-END INTEREST STATEMENT - TAX YEAR "
               WS-TAX-YEAR "   CUSTOMER " TX-CUSTOMER-ID
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "DATE: " WS-LETTER-DATE
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           WRITE COPY-RECORD.

      *> Under legal special handling the copy is addressed to the
      *> trustee or estate contact, in the borrower's matter.
           IF WS-COPY-ROUTED = "Y"
               PERFORM WRITE-LEGAL-ADDRESS
           ELSE
               MOVE SPACES TO COPY-RECORD
               STRING "  " FUNCTION TRIM(TX-CUST-NAME)
                   DELIMITED BY SIZE INTO COPY-RECORD
               END-STRING
               WRITE COPY-RECORD
               MOVE SPACES TO COPY-RECORD
               STRING "  " FUNCTION TRIM(TX-CITY) "  "
                   FUNCTION TRIM(TX-POSTAL-CODE) "  " TX-COUNTRY
                   DELIMITED BY SIZE INTO COPY-RECORD
               END-STRING
               WRITE COPY-RECORD
           END-IF.

           MOVE SPACES TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "Interest and fees paid on your loans during "
               WS-TAX-YEAR ":"
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "  LOAN ORIGINATED          INTEREST PAID"
               "       FEES PAID"
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.

       WRITE-LEGAL-ADDRESS.
           MOVE SPACES TO COPY-RECORD.
           STRING "  " FUNCTION TRIM(LGS-CONTACT-NAME)
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "  " FUNCTION TRIM(LGS-CONTACT-CITY) "  "
               FUNCTION TRIM(LGS-CONTACT-POSTAL) "  "
               LGS-CONTACT-COUNTRY
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.
           MOVE SPACES TO COPY-RECORD.
           STRING "  RE: " FUNCTION TRIM(TX-CUST-NAME) " - "
               FUNCTION TRIM(LGS-STATUS-TYPE) " "
               FUNCTION TRIM(LGS-CASE-REF)
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.

       WRITE-COPY-LOAN-LINE.
           MOVE SPACES TO WS-DATE-DISPLAY.
           STRING TX-LOAN-TIMESTAMP(1:4) "-" TX-LOAN-TIMESTAMP(5:2)
               "-" TX-LOAN-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           END-STRING.
           MOVE FUNCTION NUMVAL(TX-INTEREST-STR) TO WS-LINE-AMOUNT-1.
           MOVE FUNCTION NUMVAL(TX-FEES-STR) TO WS-LINE-AMOUNT-2.
           MOVE SPACES TO COPY-RECORD.
           STRING "  " WS-DATE-DISPLAY "             "
               WS-LINE-AMOUNT-1 "   " WS-LINE-AMOUNT-2
               DELIMITED BY SIZE INTO COPY-RECORD
           END-STRING.
           WRITE COPY-RECORD.

       CHECK-DELIVERY-PREFERENCE.
      *> A missing preference file or record means the default:
      *> a paper copy is produced.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           OPEN INPUT PREFERENCE-FILE.
           IF WS-PREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PREF-EOF.
           PERFORM READ-PREFERENCE-RECORD
               UNTIL PREF-AT-EOF.

           CLOSE PREFERENCE-FILE.

       READ-PREFERENCE-RECORD.
           READ PREFERENCE-FILE
               AT END
                   MOVE "Y" TO WS-PREF-EOF
               NOT AT END
                   IF PF-CUSTOMER-ID = TX-CUSTOMER-ID
                       IF PF-DO-NOT-MAIL = "Y"
                           MOVE "DO_NOT_MAIL"
                               TO WS-SUPPRESS-REASON
                       ELSE
                           IF PF-DELIVERY = "ELECTRONIC"
                               MOVE "ELECTRONIC"
                                   TO WS-SUPPRESS-REASON
                           END-IF
                       END-IF
                       MOVE "Y" TO WS-PREF-EOF
                   END-IF
           END-READ.

       APPEND-SUPPRESSION-RECORD.
      *> A checkpoint restart of this step re-cuts every copy; a
      *> suppression already evidenced for this borrower and tax
      *> year is not recorded twice.
           PERFORM CHECK-ALREADY-SUPPRESSED.
           IF COPY-ALREADY-SUPPRESSED
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO SM-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO SM-TIMESTAMP(1:8).
           MOVE TX-CUSTOMER-ID TO SM-CUSTOMER-ID.
           MOVE WS-SUPPRESS-ITEM TO SM-ITEM.
           MOVE WS-SUPPRESS-REASON TO SM-REASON.

           OPEN EXTEND SUPPRESS-MANIFEST-FILE.
           IF WS-SUPPRESS-STATUS = "35"
               OPEN OUTPUT SUPPRESS-MANIFEST-FILE
           END-IF.
           WRITE SUPPRESS-RECORD.
           CLOSE SUPPRESS-MANIFEST-FILE.

       CHECK-ALREADY-SUPPRESSED.
           MOVE "N" TO WS-ALREADY-SUPPRESSED.
           OPEN INPUT SUPPRESS-MANIFEST-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SUPPRESS-EOF.
           PERFORM READ-SUPPRESSION-RECORD
               UNTIL SUPPRESS-AT-EOF OR COPY-ALREADY-SUPPRESSED.

           CLOSE SUPPRESS-MANIFEST-FILE.

       READ-SUPPRESSION-RECORD.
           READ SUPPRESS-MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-SUPPRESS-EOF
               NOT AT END
                   IF SM-CUSTOMER-ID = TX-CUSTOMER-ID
                       AND SM-ITEM = WS-SUPPRESS-ITEM
                       MOVE "Y" TO WS-ALREADY-SUPPRESSED
                   END-IF
           END-READ.

       RUN-STEP-3-ACCRUAL-TIE-OUT.
           DISPLAY "Step 3: summary and accrual tie-out".
           PERFORM CHECK-RETURN-CONTROLS.
           PERFORM SUM-LEDGER-ACCRUED.

           MOVE 0 TO WS-TIED-LOAN-COUNT.
           MOVE 0 TO WS-OVERPAID-COUNT.
           MOVE 0 TO WS-TIED-ACCRUED-TOTAL.
           MOVE 0 TO WS-TIED-REPORTED-TOTAL.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           PERFORM WRITE-SUMMARY-HEADER.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "N" TO WS-LOAN-BOOK-EOF
               PERFORM READ-LOAN-BOOK-FOR-TIE-OUT
                   UNTIL LOAN-BOOK-AT-EOF
               CLOSE LOAN-BOOK-FILE
           END-IF.

           PERFORM WRITE-SUMMARY-TOTALS.
           CLOSE SUMMARY-REPORT-FILE.

           MOVE WS-TIED-LOAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  Loans tied out:     " WS-COUNT-DISPLAY.
           DISPLAY "  Return controls:    " WS-CONTROL-STATE.

       CHECK-RETURN-CONTROLS.
      *> Re-add the details as filed and hold them against the
      *> trailer, so a truncated or hand-edited return shows here.
           MOVE 0 TO WS-READ-DETAIL-COUNT.
           MOVE 0 TO WS-READ-BORROWER-COUNT.
           MOVE 0 TO WS-READ-INTEREST.
           MOVE 0 TO WS-READ-FEES.
           MOVE 0 TO WS-NO-MASTER-COUNT.
           MOVE "N" TO WS-TRL-FOUND.
           MOVE SPACES TO WS-PREV-CUSTOMER.

           PERFORM OPEN-RETURN-FOR-READING.
           MOVE "N" TO WS-RETURN-EOF.
           PERFORM READ-RETURN-FOR-CONTROLS
               UNTIL RETURN-AT-EOF.
           CLOSE TAX-RETURN-FILE.

           IF WS-TRL-FOUND = "Y"
               AND WS-TRL-DETAIL-COUNT = WS-READ-DETAIL-COUNT
               AND WS-TRL-BORROWER-COUNT = WS-READ-BORROWER-COUNT
               AND WS-TRL-INTEREST = WS-READ-INTEREST
               AND WS-TRL-FEES = WS-READ-FEES
               MOVE "IN BALANCE" TO WS-CONTROL-STATE
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CONTROL-STATE
           END-IF.

       READ-RETURN-FOR-CONTROLS.
           READ TAX-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
                   EVALUATE TX-RECORD-TYPE
                       WHEN "DTL"
                           PERFORM NOTE-RETURN-DETAIL
                       WHEN "TRL"
                           PERFORM NOTE-RETURN-TRAILER
                   END-EVALUATE
           END-READ.

       NOTE-RETURN-DETAIL.
           ADD 1 TO WS-READ-DETAIL-COUNT.
           ADD FUNCTION NUMVAL(TX-INTEREST-STR) TO WS-READ-INTEREST.
           ADD FUNCTION NUMVAL(TX-FEES-STR) TO WS-READ-FEES.
           IF TX-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
               ADD 1 TO WS-READ-BORROWER-COUNT
               MOVE TX-CUSTOMER-ID TO WS-PREV-CUSTOMER
               IF TX-CUST-NAME = SPACES
                   ADD 1 TO WS-NO-MASTER-COUNT
               END-IF
           END-IF.

       NOTE-RETURN-TRAILER.
           MOVE "Y" TO WS-TRL-FOUND.
           MOVE TX-TRL-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT.
           MOVE TX-TRL-BORROWER-COUNT TO WS-TRL-BORROWER-COUNT.
           MOVE FUNCTION NUMVAL(TX-TRL-INTEREST-STR)
               TO WS-TRL-INTEREST.
           MOVE FUNCTION NUMVAL(TX-TRL-FEES-STR) TO WS-TRL-FEES.

       SUM-LEDGER-ACCRUED.
      *> Everything INTEREST-ACCRUE booked for the year's twelve
      *> periods, whichever loan it belongs to.
           MOVE 0 TO WS-LEDGER-ACCRUED-TOTAL.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-LEDGER-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ACCRUAL-FOR-TOTAL
               UNTIL ACCRUAL-AT-EOF.

           CLOSE ACCRUAL-LEDGER-FILE.

       READ-ACCRUAL-FOR-TOTAL.
           READ ACCRUAL-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF
               NOT AT END
                   IF AL-PERIOD(1:4) = WS-TAX-YEAR
                       ADD FUNCTION NUMVAL(AL-ACCRUED-STR)
                           TO WS-LEDGER-ACCRUED-TOTAL
                   END-IF
           END-READ.

       READ-LOAN-BOOK-FOR-TIE-OUT.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   PERFORM TIE-OUT-ONE-LOAN
           END-READ.

       TIE-OUT-ONE-LOAN.
           PERFORM SUM-LOAN-ACCRUED.
           PERFORM FIND-LOAN-REPORTED.
           IF WS-LOAN-ACCRUED = 0
               AND WS-LOAN-REPORTED = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TIED-LOAN-COUNT.
           ADD WS-LOAN-ACCRUED TO WS-TIED-ACCRUED-TOTAL.
           ADD WS-LOAN-REPORTED TO WS-TIED-REPORTED-TOTAL.
           COMPUTE WS-LOAN-DIFFERENCE =
               WS-LOAN-ACCRUED - WS-LOAN-REPORTED.
      *> Paying more interest than the year accrued means the
      *> borrower settled an earlier year's accrual (or the ledger
      *> is short) - worth a look either way.
           MOVE SPACE TO WS-OVERPAID-MARK.
           IF WS-LOAN-DIFFERENCE < 0
               ADD 1 TO WS-OVERPAID-COUNT
               MOVE "*" TO WS-OVERPAID-MARK
           END-IF.

           MOVE SPACES TO WS-DATE-DISPLAY.
           STRING LB-TIMESTAMP(1:4) "-" LB-TIMESTAMP(5:2) "-"
               LB-TIMESTAMP(7:2)
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           END-STRING.
           MOVE WS-LOAN-ACCRUED TO WS-LINE-AMOUNT-1.
           MOVE WS-LOAN-REPORTED TO WS-LINE-AMOUNT-2.
           MOVE WS-LOAN-DIFFERENCE TO WS-LINE-SIGNED.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING LB-CUSTOMER-ID "  " WS-DATE-DISPLAY "  "
               WS-LINE-AMOUNT-1 "  " WS-LINE-AMOUNT-2 "  "
               WS-LINE-SIGNED " " WS-OVERPAID-MARK
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       SUM-LOAN-ACCRUED.
           MOVE 0 TO WS-LOAN-ACCRUED.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-LEDGER-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ACCRUAL-FOR-LOAN
               UNTIL ACCRUAL-AT-EOF.

           CLOSE ACCRUAL-LEDGER-FILE.

       READ-ACCRUAL-FOR-LOAN.
           READ ACCRUAL-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF
               NOT AT END
                   IF AL-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND AL-LOAN-TIMESTAMP = LB-TIMESTAMP
                       AND AL-PERIOD(1:4) = WS-TAX-YEAR
                       ADD FUNCTION NUMVAL(AL-ACCRUED-STR)
                           TO WS-LOAN-ACCRUED
                   END-IF
           END-READ.

       FIND-LOAN-REPORTED.
           MOVE 0 TO WS-LOAN-REPORTED.
           MOVE "N" TO WS-RETURN-EOF.
           OPEN INPUT TAX-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-RETURN-FOR-LOAN
               UNTIL RETURN-AT-EOF.

           CLOSE TAX-RETURN-FILE.

       READ-RETURN-FOR-LOAN.
           READ TAX-RETURN-FILE
               AT END
                   MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
                   IF TX-RECORD-TYPE = "DTL"
                       AND TX-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND TX-LOAN-TIMESTAMP = LB-TIMESTAMP
                       MOVE FUNCTION NUMVAL(TX-INTEREST-STR)
                           TO WS-LOAN-REPORTED
                       MOVE "Y" TO WS-RETURN-EOF
                   END-IF
           END-READ.

       WRITE-SUMMARY-HEADER.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "YEAR-END TAX SUMMARY - TAX YEAR " WS-TAX-YEAR
               "   RUN " WS-LETTER-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "TAX INFORMATION RETURN (tax-info-return.dat)"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE WS-READ-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Loans reported:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-READ-BORROWER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Borrowers reported:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  without master data: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-READ-INTEREST TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Interest paid:         $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-READ-FEES TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Fees paid:             $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Trailer controls:      " WS-CONTROL-STATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "TIE-OUT TO INTEREST ACCRUAL LEDGER"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "CUSTOMER    ORIGINATED        ACCRUED         "
               "  PAID   ACCRUED LESS PAID"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       WRITE-SUMMARY-TOTALS.
           IF WS-TIED-LOAN-COUNT = 0
               MOVE "  (no interest accrued or paid in the year)"
                   TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.

      *> The roll: accrued on the ledger for the year splits into
      *> the loans on the book and anything booked against a loan
      *> no longer on it; paid on the book must equal the return.
           COMPUTE WS-OFF-BOOK-ACCRUED =
               WS-LEDGER-ACCRUED-TOTAL - WS-TIED-ACCRUED-TOTAL.
           COMPUTE WS-ACCRUED-LESS-PAID =
               WS-TIED-ACCRUED-TOTAL - WS-TIED-REPORTED-TOTAL.

           MOVE WS-LEDGER-ACCRUED-TOTAL TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Accrued per ledger:           $" WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-OFF-BOOK-ACCRUED TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  less loans not on the book: $" WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-TIED-ACCRUED-TOTAL TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Accrued, loans listed:        $" WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-TIED-REPORTED-TOTAL TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Interest paid, loans listed:  $" WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE WS-ACCRUED-LESS-PAID TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Accrued less paid:            $" WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           IF WS-TIED-REPORTED-TOTAL = WS-READ-INTEREST
               MOVE "Interest paid agrees to the return."
                   TO SUMMARY-REPORT-RECORD
           ELSE
               MOVE "Interest paid DOES NOT agree to the return."
                   TO SUMMARY-REPORT-RECORD
           END-IF.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE WS-OVERPAID-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Loans paid above accrual (*): " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       ABEND-STEP.
      *> Leave the checkpoint exactly as last saved - the next run
      *> of this job picks up from the failed step.
           DISPLAY "ERROR: year-end tax step " WS-STEP-IX " failed - "
               FUNCTION TRIM(WS-ABEND-REASON).
           IF WS-STEP-IX > 0
               PERFORM END-STEP-TRACE
           END-IF.
           MOVE SPACES TO WS-DISPOSITION.
           STRING "YE TAX ABEND STEP " WS-STEP-IX
               DELIMITED BY SIZE INTO WS-DISPOSITION
           END-STRING.
           PERFORM WRITE-RUN-HISTORY.

           MOVE "YEAR_END_TAX" TO AT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "ERROR - STEP " WS-STEP-IX " FAILED " WS-TAX-YEAR
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       BEGIN-STEP-TRACE.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-ST-START(WS-STEP-IX).
           PERFORM GET-CLOCK-SECONDS.
           MOVE WS-CLOCK-SECONDS TO WS-ST-START-SECS(WS-STEP-IX).

       END-STEP-TRACE.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-ST-END(WS-STEP-IX).
           PERFORM GET-CLOCK-SECONDS.
           COMPUTE WS-ST-ELAPSED(WS-STEP-IX) =
               WS-CLOCK-SECONDS - WS-ST-START-SECS(WS-STEP-IX).

       GET-CLOCK-SECONDS.
      *> Whole seconds since the epoch day zero of INTEGER-OF-DATE -
      *> good enough for elapsed-time arithmetic across midnight.
           COMPUTE WS-CLOCK-SECONDS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               * 86400
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)).

       WRITE-RUN-HISTORY.
           MOVE WS-RUN-START-TS TO BH-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO BH-RUN-END.
           MOVE BDT-BUSINESS-DATE TO BH-RUN-END(1:8).
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 4
               MOVE WS-ST-START(WS-STEP-IX)
                   TO BH-STEP-START(WS-STEP-IX)
               MOVE WS-ST-END(WS-STEP-IX)
                   TO BH-STEP-END(WS-STEP-IX)
               MOVE WS-ST-ELAPSED(WS-STEP-IX)
                   TO BH-STEP-ELAPSED(WS-STEP-IX)
               MOVE WS-ST-RECORDS(WS-STEP-IX)
                   TO BH-STEP-RECORDS(WS-STEP-IX)
           END-PERFORM.
           MOVE WS-DISPOSITION TO BH-DISPOSITION.

           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           WRITE BATCH-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "YEAR-END-TAX" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
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

       COPY "LEGAL-STATUS-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
