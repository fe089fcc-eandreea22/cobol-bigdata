       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.
       AUTHOR. Thesis Project.

      *> GL-POSTING.cbl
      *> Daily General Ledger Posting Interface
      *>
      *> The loan and fraud sub-ledgers have always known what moved
      *> each day; the general ledger only ever got it by hand. This
      *> batch turns one business day of sub-ledger activity into a
      *> balanced double-entry journal for the GL:
      *>   disbursement-ledger.dat      funding of a loan
      *>   loan-payments.dat            principal, interest, and fee
      *>                                portions of every payment
      *>                                (reversals post the other way)
      *>   interest-accrual-ledger.dat  interest accrued
      *>   loan-fee-ledger.dat          fees assessed (waivers post
      *>                                the other way)
      *>   loan-recovery-ledger.dat     cash on charged-off loans
      *>   loan-chargeoff-ledger.dat    loans written off by
      *>                                LOAN-MAINTAIN
      *>   fraud-loss-ledger.dat        customer fraud reimbursements
      *> Accounts come from gl-account-map.dat, the chart-of-accounts
      *> mapping finance maintains through TABLE-MAINTAIN.
      *>
      *> The journal is built in a work file first and proved before
      *> anything leaves: total debits must equal total credits, and
      *> each sub-ledger's total for the day must equal what the
      *> journal carries for it. Activity with no mapping in force, or
      *> a journal that does not tie, means the day is NOT released -
      *> the trial balance shows why and the run ends in error. A
      *> released day is registered on gl-posting-control.dat, and a
      *> day already on the register is refused, so a rerun can never
      *> post the same day twice.
      *>
      *> A sub-ledger entry belongs to the day in the date part of
      *> its own posting timestamp; writers stamp the business date
      *> there over the clock time, so an entry posted after midnight
      *> but before the close still falls on the open day. EOD-CLOSE
      *> runs the posting as part of the day's close, before it
      *> advances the business date, and refuses the close if the day
      *> is not released; a missed day can be posted afterwards by
      *> naming it.
      *>
      *> Invocation: GL-POSTING [<business_date>]
      *>   <business_date> is YYYYMMDD, default the current business
      *>   date; a date after the current business date is refused.
      *> Example: ./gl-posting
      *>          ./gl-posting 20250114
      *>
      *> Output: gl-interface.dat (appended on release),
      *>         gl-posting-control.dat (appended on release),
      *>         gl-trial-balance.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO FCP-GL-ACCOUNT-MAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT DISBURSEMENT-FILE ASSIGN TO FCP-DISBURSEMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSE-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT ACCRUAL-LEDGER-FILE ASSIGN TO FCP-ACCRUAL-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT FEE-LEDGER-FILE ASSIGN TO FCP-FEE-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT RECOVERY-LEDGER-FILE ASSIGN TO FCP-RECOVERY-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO FCP-CHARGEOFF-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-STATUS.

           SELECT FRAUD-LOSS-FILE ASSIGN TO FCP-FRAUD-LOSSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-STATUS.

           SELECT JOURNAL-WORK-FILE
               ASSIGN TO "gl-journal-work.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO FCP-GL-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO FCP-GL-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO "gl-trial-balance.txt"
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

       FD  ACCOUNT-MAP-FILE.
           COPY "GL-ACCOUNT-MAP-REC.cpy".

       FD  DISBURSEMENT-FILE.
           COPY "DISBURSEMENT-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  ACCRUAL-LEDGER-FILE.
           COPY "ACCRUAL-REC.cpy".

       FD  FEE-LEDGER-FILE.
           COPY "FEE-REC.cpy".

       FD  RECOVERY-LEDGER-FILE.
           COPY "RECOVERY-REC.cpy".

       FD  CHARGEOFF-LEDGER-FILE.
           COPY "CHARGEOFF-REC.cpy".

       FD  FRAUD-LOSS-FILE.
           COPY "FRAUD-LOSS-REC.cpy".

       FD  JOURNAL-WORK-FILE.
           COPY "GL-JOURNAL-REC.cpy".

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD           PIC X(100).

       FD  GL-CONTROL-FILE.
           COPY "GL-CONTROL-REC.cpy".

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD          PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Day being posted
       01  WS-POST-DATE                  PIC X(8) VALUE SPACES.

      *> Sub-ledger scan work fields
       01  WS-MAP-STATUS                 PIC XX VALUE SPACES.
       01  WS-MAP-EOF                    PIC X VALUE "N".
           88  MAP-AT-EOF                VALUE "Y".
       01  WS-DISBURSE-STATUS            PIC XX VALUE SPACES.
       01  WS-DISBURSE-EOF               PIC X VALUE "N".
           88  DISBURSE-AT-EOF           VALUE "Y".
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-ACCRUAL-STATUS             PIC XX VALUE SPACES.
       01  WS-ACCRUAL-EOF                PIC X VALUE "N".
           88  ACCRUAL-AT-EOF            VALUE "Y".
       01  WS-FEE-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEE-EOF                    PIC X VALUE "N".
           88  FEE-AT-EOF                VALUE "Y".
       01  WS-RECOVERY-STATUS            PIC XX VALUE SPACES.
       01  WS-RECOVERY-EOF               PIC X VALUE "N".
           88  RECOVERY-AT-EOF           VALUE "Y".
       01  WS-CHARGEOFF-STATUS           PIC XX VALUE SPACES.
       01  WS-CHARGEOFF-EOF              PIC X VALUE "N".
           88  CHARGEOFF-AT-EOF          VALUE "Y".
       01  WS-LOSS-STATUS                PIC XX VALUE SPACES.
       01  WS-LOSS-EOF                   PIC X VALUE "N".
           88  LOSS-AT-EOF               VALUE "Y".

      *> Journal work file, interface, and posting register fields
       01  WS-WORK-STATUS                PIC XX VALUE SPACES.
       01  WS-WORK-EOF                   PIC X VALUE "N".
           88  WORK-AT-EOF               VALUE "Y".
       01  WS-INTERFACE-STATUS           PIC XX VALUE SPACES.
       01  WS-CONTROL-STATUS             PIC XX VALUE SPACES.
       01  WS-CONTROL-EOF                PIC X VALUE "N".
           88  CONTROL-AT-EOF            VALUE "Y".
       01  WS-ALREADY-POSTED             PIC X VALUE "N".
           88  DAY-ALREADY-POSTED        VALUE "Y".
       01  WS-LINE-NUMBER                PIC 9(6) VALUE 0.

      *> The posting sources, in the order they are journaled and
      *> reported. Each one's mapping, sub-ledger total, and proved
      *> journal total are carried side by side.
       01  WS-SOURCE-NAMES.
           05  FILLER PIC X(8) VALUE "DISBURSE".
           05  FILLER PIC X(8) VALUE "PMT-PRIN".
           05  FILLER PIC X(8) VALUE "PMT-INT".
           05  FILLER PIC X(8) VALUE "PMT-FEE".
           05  FILLER PIC X(8) VALUE "ACCRUAL".
           05  FILLER PIC X(8) VALUE "FEE".
           05  FILLER PIC X(8) VALUE "RECOVERY".
           05  FILLER PIC X(8) VALUE "CHGOFF".
           05  FILLER PIC X(8) VALUE "FRDREIMB".
       01  WS-SOURCE-NAME-LIST REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME OCCURS 9 TIMES PIC X(8).
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 9 TIMES.
               10  WS-SRC-MAPPED         PIC X.
               10  WS-SRC-DEBIT-ACCOUNT  PIC X(10).
               10  WS-SRC-CREDIT-ACCOUNT PIC X(10).
               10  WS-SRC-ITEMS          PIC 9(6).
               10  WS-SRC-UNMAPPED       PIC 9(6).
               10  WS-SRC-LEDGER-TOTAL   PIC S9(12)V99.
               10  WS-SRC-JOURNAL-TOTAL  PIC S9(12)V99.
       01  WS-SRC-IX                     PIC 9(2) VALUE 0.
       01  WS-SRC-HIT                    PIC X VALUE "N".

      *> Trial balance accumulators, one row per GL account touched
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 50 TIMES.
               10  WS-ACCT-NUMBER        PIC X(10).
               10  WS-ACCT-DEBITS        PIC 9(12)V99.
               10  WS-ACCT-CREDITS       PIC 9(12)V99.
       01  WS-ACCT-USED                  PIC 9(2) VALUE 0.
       01  WS-ACCT-IX                    PIC 9(2) VALUE 0.
       01  WS-ACCT-HIT                   PIC X VALUE "N".

      *> One sub-ledger entry on its way into the journal
       01  WS-ENTRY-AMOUNT               PIC S9(10)V99 VALUE 0.
       01  WS-ENTRY-ABSOLUTE             PIC 9(10)V99 VALUE 0.
       01  WS-ENTRY-CUSTOMER             PIC X(10) VALUE SPACES.
       01  WS-ENTRY-REFERENCE            PIC X(21) VALUE SPACES.
       01  WS-ENTRY-TS                   PIC X(21) VALUE SPACES.
       01  WS-ENTRY-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-ENTRY-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-LINE-AMOUNT                PIC 9(10)V99 VALUE 0.

      *> Proof totals and release decision
       01  WS-TOTAL-DEBITS               PIC 9(12)V99 VALUE 0.
       01  WS-TOTAL-CREDITS              PIC 9(12)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE             PIC X VALUE "N".
           88  JOURNAL-OUT-OF-BALANCE    VALUE "Y".
       01  WS-LEDGER-MISMATCH            PIC X VALUE "N".
           88  SUBLEDGER-MISMATCH        VALUE "Y".
       01  WS-SRC-RESULT                 PIC X(10) VALUE SPACES.

      *> Edited forms with an explicit decimal point, so the amounts
      *> on the interface stay NUMVAL-parseable by the GL loader.
       01  WS-AMOUNT-EDIT                PIC 9(12).99.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CREDIT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISPLAY             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-SIGNED-DISPLAY-2           PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Shared file lock discipline (serialized writers, bounded
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           MOVE "GL-POSTING" TO FLK-PROGRAM-NAME.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "GENERAL LEDGER DAILY POSTING".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           PERFORM PARSE-COMMAND-LINE.
           IF WS-POST-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-POST-DATE
           END-IF.

           IF WS-POST-DATE NOT NUMERIC
               OR WS-POST-DATE > BDT-BUSINESS-DATE
               DISPLAY "ERROR: Posting date must be YYYYMMDD and not "
                   "after business date " BDT-BUSINESS-DATE
               DISPLAY "Usage: GL-POSTING [<business_date>]"
               MOVE "REJECTED - INVALID_DATE" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Business date: " WS-POST-DATE.

      *> A day already on the posting register never goes to the GL
      *> a second time.
           PERFORM CHECK-ALREADY-POSTED.
           IF DAY-ALREADY-POSTED
               DISPLAY "ERROR: " WS-POST-DATE " already posted to "
                   "the general ledger - refusing to post it again"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - ALREADY_POSTED " WS-POST-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INITIALIZE-SOURCES.
           PERFORM LOAD-ACCOUNT-MAP.

           OPEN OUTPUT JOURNAL-WORK-FILE.
           PERFORM JOURNAL-DISBURSEMENTS.
           PERFORM JOURNAL-PAYMENTS.
           PERFORM JOURNAL-ACCRUALS.
           PERFORM JOURNAL-FEES.
           PERFORM JOURNAL-RECOVERIES.
           PERFORM JOURNAL-CHARGE-OFFS.
           PERFORM JOURNAL-FRAUD-REIMBURSEMENTS.
           CLOSE JOURNAL-WORK-FILE.

           PERFORM PROVE-JOURNAL.
           PERFORM WRITE-TRIAL-BALANCE.

           MOVE WS-LINE-NUMBER TO WS-COUNT-DISPLAY.
           DISPLAY "Journal lines built: " WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY.
           DISPLAY "Total debits:  $" WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-DISPLAY.
           DISPLAY "Total credits: $" WS-AMOUNT-DISPLAY.

           IF JOURNAL-OUT-OF-BALANCE OR SUBLEDGER-MISMATCH
               DISPLAY "ERROR: Day NOT released - see "
                   "gl-trial-balance.txt"
               DISPLAY "========================================"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               IF JOURNAL-OUT-OF-BALANCE
                   STRING "REJECTED - OUT_OF_BALANCE " WS-POST-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               ELSE
                   STRING "REJECTED - GL_MISMATCH " WS-POST-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               END-IF
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM RELEASE-JOURNAL.

           DISPLAY "Released to gl-interface.dat".
           DISPLAY "Trial balance written to gl-trial-balance.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "POSTED - " WS-POST-DATE " " WS-LINE-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHECK-ALREADY-POSTED.
      *> A missing register just means no day has been posted yet.
           MOVE "N" TO WS-ALREADY-POSTED.
           MOVE "N" TO WS-CONTROL-EOF.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CONTROL-RECORD
               UNTIL CONTROL-AT-EOF OR DAY-ALREADY-POSTED.

           CLOSE GL-CONTROL-FILE.

       READ-CONTROL-RECORD.
           READ GL-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF
               NOT AT END
                   IF GC-BUSINESS-DATE = WS-POST-DATE
                       AND GC-STATUS = "POSTED"
                       MOVE "Y" TO WS-ALREADY-POSTED
                   END-IF
           END-READ.

       INITIALIZE-SOURCES.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 9
               MOVE "N" TO WS-SRC-MAPPED(WS-SRC-IX)
               MOVE SPACES TO WS-SRC-DEBIT-ACCOUNT(WS-SRC-IX)
               MOVE SPACES TO WS-SRC-CREDIT-ACCOUNT(WS-SRC-IX)
               MOVE 0 TO WS-SRC-ITEMS(WS-SRC-IX)
               MOVE 0 TO WS-SRC-UNMAPPED(WS-SRC-IX)
               MOVE 0 TO WS-SRC-LEDGER-TOTAL(WS-SRC-IX)
               MOVE 0 TO WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
           END-PERFORM.
           MOVE 0 TO WS-ACCT-USED.

       LOAD-ACCOUNT-MAP.
      *> Only rows whose effective-date range covers the day being
      *> posted apply - a chart change dated for next month cannot
      *> re-route today's activity. A missing map leaves every source
      *> unmapped, and any activity then keeps the day from release.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "WARNING: No gl-account-map.dat - nothing "
                   "can be mapped"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-MAP-EOF.
           PERFORM LOAD-ONE-MAP-ROW
               UNTIL MAP-AT-EOF.

           CLOSE ACCOUNT-MAP-FILE.

       LOAD-ONE-MAP-ROW.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF
               NOT AT END
                   IF (GM-EFFECTIVE-FROM = SPACES
                       OR GM-EFFECTIVE-FROM <= WS-POST-DATE)
                       AND (GM-EFFECTIVE-TO = SPACES
                           OR GM-EFFECTIVE-TO >= WS-POST-DATE)
                       AND GM-DEBIT-ACCOUNT NOT = SPACES
                       AND GM-CREDIT-ACCOUNT NOT = SPACES
                       PERFORM APPLY-MAP-ROW
                   END-IF
           END-READ.

       APPLY-MAP-ROW.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 9
               IF WS-SOURCE-NAME(WS-SRC-IX) = GM-SOURCE
                   MOVE "Y" TO WS-SRC-MAPPED(WS-SRC-IX)
                   MOVE GM-DEBIT-ACCOUNT
                       TO WS-SRC-DEBIT-ACCOUNT(WS-SRC-IX)
                   MOVE GM-CREDIT-ACCOUNT
                       TO WS-SRC-CREDIT-ACCOUNT(WS-SRC-IX)
               END-IF
           END-PERFORM.

       JOURNAL-DISBURSEMENTS.
           MOVE "N" TO WS-DISBURSE-EOF.
           OPEN INPUT DISBURSEMENT-FILE.
           IF WS-DISBURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-DISBURSEMENT-RECORD
               UNTIL DISBURSE-AT-EOF.

           CLOSE DISBURSEMENT-FILE.

       READ-DISBURSEMENT-RECORD.
           READ DISBURSEMENT-FILE
               AT END
                   MOVE "Y" TO WS-DISBURSE-EOF
               NOT AT END
                   IF DL-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 1 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(DL-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE DL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE DL-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE
                       MOVE DL-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-PAYMENTS.
      *> Each payment journals up to three ways - principal,
      *> interest, fee - the split LOAN-PAYMENT recorded. Legacy
      *> records carry spaces in the portion fields and count whole
      *> as principal, the approximation in force when they were
      *> posted. A reversal carries negated portions and so posts
      *> each pair the other way round.
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
                   IF LP-TIMESTAMP(1:8) = WS-POST-DATE
                       PERFORM JOURNAL-ONE-PAYMENT
                   END-IF
           END-READ.

       JOURNAL-ONE-PAYMENT.
           MOVE LP-CUSTOMER-ID TO WS-ENTRY-CUSTOMER.
           MOVE LP-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE.
           MOVE LP-TIMESTAMP TO WS-ENTRY-TS.

           MOVE 2 TO WS-SRC-IX.
           IF LP-PRINCIPAL-STR = SPACES
               MOVE FUNCTION NUMVAL(LP-AMOUNT-STR) TO WS-ENTRY-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(LP-PRINCIPAL-STR)
                   TO WS-ENTRY-AMOUNT
           END-IF.
           PERFORM JOURNAL-ONE-ENTRY.

           IF LP-INTEREST-STR NOT = SPACES
               MOVE 3 TO WS-SRC-IX
               MOVE FUNCTION NUMVAL(LP-INTEREST-STR)
                   TO WS-ENTRY-AMOUNT
               PERFORM JOURNAL-ONE-ENTRY
           END-IF.

           IF LP-FEE-STR NOT = SPACES
               MOVE 4 TO WS-SRC-IX
               MOVE FUNCTION NUMVAL(LP-FEE-STR) TO WS-ENTRY-AMOUNT
               PERFORM JOURNAL-ONE-ENTRY
           END-IF.

       JOURNAL-ACCRUALS.
           MOVE "N" TO WS-ACCRUAL-EOF.
           OPEN INPUT ACCRUAL-LEDGER-FILE.
           IF WS-ACCRUAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ACCRUAL-RECORD
               UNTIL ACCRUAL-AT-EOF.

           CLOSE ACCRUAL-LEDGER-FILE.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-ACCRUAL-EOF
               NOT AT END
                   IF AL-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 5 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(AL-ACCRUED-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE AL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE AL-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE
                       MOVE AL-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-FEES.
           MOVE "N" TO WS-FEE-EOF.
           OPEN INPUT FEE-LEDGER-FILE.
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-FEE-RECORD
               UNTIL FEE-AT-EOF.

           CLOSE FEE-LEDGER-FILE.

       READ-FEE-RECORD.
           READ FEE-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-FEE-EOF
               NOT AT END
                   IF FL-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 6 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(FL-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE FL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE FL-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE
                       MOVE FL-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-RECOVERIES.
           MOVE "N" TO WS-RECOVERY-EOF.
           OPEN INPUT RECOVERY-LEDGER-FILE.
           IF WS-RECOVERY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-RECOVERY-RECORD
               UNTIL RECOVERY-AT-EOF.

           CLOSE RECOVERY-LEDGER-FILE.

       READ-RECOVERY-RECORD.
           READ RECOVERY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-RECOVERY-EOF
               NOT AT END
                   IF RV-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 7 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(RV-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE RV-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE RV-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE
                       MOVE RV-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-CHARGE-OFFS.
           MOVE "N" TO WS-CHARGEOFF-EOF.
           OPEN INPUT CHARGEOFF-LEDGER-FILE.
           IF WS-CHARGEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CHARGEOFF-RECORD
               UNTIL CHARGEOFF-AT-EOF.

           CLOSE CHARGEOFF-LEDGER-FILE.

       READ-CHARGEOFF-RECORD.
           READ CHARGEOFF-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-CHARGEOFF-EOF
               NOT AT END
                   IF CO-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 8 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(CO-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE CO-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE CO-LOAN-TIMESTAMP TO WS-ENTRY-REFERENCE
                       MOVE CO-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-FRAUD-REIMBURSEMENTS.
      *> Only what the customer was made whole for is cash out the
      *> door; the gross loss and later recoveries are the fraud
      *> team's tracking figures, not ledger movements.
           MOVE "N" TO WS-LOSS-EOF.
           OPEN INPUT FRAUD-LOSS-FILE.
           IF WS-LOSS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-FRAUD-LOSS-RECORD
               UNTIL LOSS-AT-EOF.

           CLOSE FRAUD-LOSS-FILE.

       READ-FRAUD-LOSS-RECORD.
           READ FRAUD-LOSS-FILE
               AT END
                   MOVE "Y" TO WS-LOSS-EOF
               NOT AT END
                   IF FZ-TIMESTAMP(1:8) = WS-POST-DATE
                       MOVE 9 TO WS-SRC-IX
                       MOVE FUNCTION NUMVAL(FZ-REIMBURSED-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE FZ-CUSTOMER-ID TO WS-ENTRY-CUSTOMER
                       MOVE FZ-CASE-NUMBER TO WS-ENTRY-REFERENCE
                       MOVE FZ-TIMESTAMP TO WS-ENTRY-TS
                       PERFORM JOURNAL-ONE-ENTRY
                   END-IF
           END-READ.

       JOURNAL-ONE-ENTRY.
      *> Every sub-ledger entry counts toward its source's control
      *> total whether or not it can be journaled - that is what
      *> lets the proof catch activity with no mapping in force.
           ADD 1 TO WS-SRC-ITEMS(WS-SRC-IX).
           ADD WS-ENTRY-AMOUNT TO WS-SRC-LEDGER-TOTAL(WS-SRC-IX).

           IF WS-ENTRY-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-SRC-MAPPED(WS-SRC-IX) NOT = "Y"
               ADD 1 TO WS-SRC-UNMAPPED(WS-SRC-IX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRY-AMOUNT > 0
               MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-ABSOLUTE
               MOVE WS-SRC-DEBIT-ACCOUNT(WS-SRC-IX)
                   TO WS-ENTRY-DEBIT-ACCOUNT
               MOVE WS-SRC-CREDIT-ACCOUNT(WS-SRC-IX)
                   TO WS-ENTRY-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-ENTRY-ABSOLUTE = 0 - WS-ENTRY-AMOUNT
               MOVE WS-SRC-CREDIT-ACCOUNT(WS-SRC-IX)
                   TO WS-ENTRY-DEBIT-ACCOUNT
               MOVE WS-SRC-DEBIT-ACCOUNT(WS-SRC-IX)
                   TO WS-ENTRY-CREDIT-ACCOUNT
           END-IF.

           MOVE WS-ENTRY-ABSOLUTE TO WS-AMOUNT-EDIT.

           MOVE WS-ENTRY-DEBIT-ACCOUNT TO GJ-ACCOUNT.
           MOVE "D" TO GJ-DR-CR.
           PERFORM WRITE-JOURNAL-LINE.

           MOVE WS-ENTRY-CREDIT-ACCOUNT TO GJ-ACCOUNT.
           MOVE "C" TO GJ-DR-CR.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-POST-DATE TO GJ-BUSINESS-DATE.
           MOVE WS-LINE-NUMBER TO GJ-LINE-NUMBER.
           MOVE WS-AMOUNT-EDIT TO GJ-AMOUNT-STR.
           MOVE WS-SOURCE-NAME(WS-SRC-IX) TO GJ-SOURCE.
           MOVE WS-ENTRY-CUSTOMER TO GJ-CUSTOMER-ID.
           MOVE WS-ENTRY-REFERENCE TO GJ-REFERENCE.
           MOVE WS-ENTRY-TS TO GJ-SOURCE-TS.
           WRITE GL-JOURNAL-RECORD.

       PROVE-JOURNAL.
      *> The proof reads the journal back as written rather than
      *> trusting the totals kept while building it: debits against
      *> credits overall, and each source's net on its own debit
      *> account against that source's sub-ledger total.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT JOURNAL-WORK-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM READ-JOURNAL-FOR-PROOF
                   UNTIL WORK-AT-EOF
               CLOSE JOURNAL-WORK-FILE
           END-IF.

           MOVE "N" TO WS-OUT-OF-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.

           MOVE "N" TO WS-LEDGER-MISMATCH.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 9
               IF WS-SRC-LEDGER-TOTAL(WS-SRC-IX) NOT =
                   WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
                   OR WS-SRC-UNMAPPED(WS-SRC-IX) > 0
                   MOVE "Y" TO WS-LEDGER-MISMATCH
               END-IF
           END-PERFORM.

       READ-JOURNAL-FOR-PROOF.
           READ JOURNAL-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   PERFORM PROVE-ONE-LINE
           END-READ.

       PROVE-ONE-LINE.
           MOVE FUNCTION NUMVAL(GJ-AMOUNT-STR) TO WS-LINE-AMOUNT.
           IF GJ-DR-CR = "D"
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

           PERFORM TALLY-ACCOUNT.

           MOVE "N" TO WS-SRC-HIT.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 9 OR WS-SRC-HIT = "Y"
               IF WS-SOURCE-NAME(WS-SRC-IX) = GJ-SOURCE
                   MOVE "Y" TO WS-SRC-HIT
               END-IF
           END-PERFORM.
           IF WS-SRC-HIT = "N"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-SRC-IX.

           IF GJ-ACCOUNT = WS-SRC-DEBIT-ACCOUNT(WS-SRC-IX)
               IF GJ-DR-CR = "D"
                   ADD WS-LINE-AMOUNT
                       TO WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
               ELSE
                   SUBTRACT WS-LINE-AMOUNT
                       FROM WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
               END-IF
           END-IF.

       TALLY-ACCOUNT.
           MOVE "N" TO WS-ACCT-HIT.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-USED
               OR WS-ACCT-HIT = "Y"
               IF WS-ACCT-NUMBER(WS-ACCT-IX) = GJ-ACCOUNT
                   MOVE "Y" TO WS-ACCT-HIT
                   IF GJ-DR-CR = "D"
                       ADD WS-LINE-AMOUNT
                           TO WS-ACCT-DEBITS(WS-ACCT-IX)
                   ELSE
                       ADD WS-LINE-AMOUNT
                           TO WS-ACCT-CREDITS(WS-ACCT-IX)
                   END-IF
               END-IF
           END-PERFORM.

      *> A trial balance missing an account would still prove, so
      *> a chart too big for the table stops the day unreleased.
           IF WS-ACCT-HIT = "N" AND WS-ACCT-USED NOT < 50
               CLOSE JOURNAL-WORK-FILE
               DISPLAY "ERROR: journal posts to more than 50 GL "
                   "accounts - day NOT released"
               DISPLAY "========================================"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - ACCOUNTS_FULL " WS-POST-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ACCT-HIT = "N"
               ADD 1 TO WS-ACCT-USED
               MOVE GJ-ACCOUNT TO WS-ACCT-NUMBER(WS-ACCT-USED)
               MOVE 0 TO WS-ACCT-DEBITS(WS-ACCT-USED)
               MOVE 0 TO WS-ACCT-CREDITS(WS-ACCT-USED)
               IF GJ-DR-CR = "D"
                   MOVE WS-LINE-AMOUNT
                       TO WS-ACCT-DEBITS(WS-ACCT-USED)
               ELSE
                   MOVE WS-LINE-AMOUNT
                       TO WS-ACCT-CREDITS(WS-ACCT-USED)
               END-IF
           END-IF.

       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.

           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "GENERAL LEDGER TRIAL BALANCE - BUSINESS DATE "
               WS-POST-DATE
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-STRING.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE "----------------------------------------"
               TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           MOVE "ACCOUNT                DEBITS              CREDITS"
               TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           PERFORM WRITE-ONE-ACCOUNT-LINE
               VARYING WS-ACCT-IX FROM 1 BY 1
               UNTIL WS-ACCT-IX > WS-ACCT-USED.

           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY.
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-DISPLAY.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "TOTALS     " WS-AMOUNT-DISPLAY "    "
               WS-CREDIT-DISPLAY
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-STRING.
           WRITE TRIAL-BALANCE-RECORD.

           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE "SUB-LEDGER RECONCILIATION" TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING "SOURCE     ITEMS        SUB-LEDGER           "
               "JOURNAL  RESULT"
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-STRING.
           WRITE TRIAL-BALANCE-RECORD.

           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > 9.

           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           EVALUATE TRUE
               WHEN JOURNAL-OUT-OF-BALANCE
                   MOVE "NOT RELEASED - DEBITS DO NOT EQUAL CREDITS"
                       TO TRIAL-BALANCE-RECORD
               WHEN SUBLEDGER-MISMATCH
                   MOVE "NOT RELEASED - SUB-LEDGER/JOURNAL DISAGREE"
                       TO TRIAL-BALANCE-RECORD
               WHEN OTHER
                   MOVE "IN BALANCE - RELEASED TO GENERAL LEDGER"
                       TO TRIAL-BALANCE-RECORD
           END-EVALUATE.
           WRITE TRIAL-BALANCE-RECORD.

           CLOSE TRIAL-BALANCE-FILE.

       WRITE-ONE-ACCOUNT-LINE.
           MOVE WS-ACCT-DEBITS(WS-ACCT-IX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-ACCT-CREDITS(WS-ACCT-IX) TO WS-CREDIT-DISPLAY.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING WS-ACCT-NUMBER(WS-ACCT-IX) " "
               WS-AMOUNT-DISPLAY "    " WS-CREDIT-DISPLAY
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-STRING.
           WRITE TRIAL-BALANCE-RECORD.

       WRITE-ONE-SOURCE-LINE.
           EVALUATE TRUE
               WHEN WS-SRC-UNMAPPED(WS-SRC-IX) > 0
                   MOVE "UNMAPPED" TO WS-SRC-RESULT
               WHEN WS-SRC-LEDGER-TOTAL(WS-SRC-IX) NOT =
                   WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
                   MOVE "DIFFERS" TO WS-SRC-RESULT
               WHEN OTHER
                   MOVE "AGREES" TO WS-SRC-RESULT
           END-EVALUATE.

           MOVE WS-SRC-ITEMS(WS-SRC-IX) TO WS-COUNT-DISPLAY.
           MOVE WS-SRC-LEDGER-TOTAL(WS-SRC-IX) TO WS-SIGNED-DISPLAY.
           MOVE WS-SRC-JOURNAL-TOTAL(WS-SRC-IX)
               TO WS-SIGNED-DISPLAY-2.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           STRING WS-SOURCE-NAME(WS-SRC-IX) " " WS-COUNT-DISPLAY
               " " WS-SIGNED-DISPLAY " " WS-SIGNED-DISPLAY-2
               "  " WS-SRC-RESULT
               DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
           END-STRING.
           WRITE TRIAL-BALANCE-RECORD.

       RELEASE-JOURNAL.
      *> Registering the day and appending its journal to the GL
      *> interface are one critical section under the posting
      *> register's lock: the register is re-read under that lock,
      *> so a second run that got past the early check still finds
      *> the day taken, and the lock is held until both writes are
      *> done. The day is registered first - a failure between the
      *> two writes leaves a registered day whose interface lines
      *> fall short of the line count and totals on the register,
      *> to be repaired by hand, never a day posted twice.
           MOVE FCP-GL-CONTROL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: gl-posting-control.dat is locked - "
                   "day NOT released; rerun later"
               MOVE "ERROR - CONTROL_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-ALREADY-POSTED.
           IF DAY-ALREADY-POSTED
               PERFORM RELEASE-CONTROL-LOCK
               DISPLAY "ERROR: " WS-POST-DATE " already posted to "
                   "the general ledger - refusing to post it again"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - ALREADY_POSTED " WS-POST-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FCP-GL-INTERFACE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               PERFORM RELEASE-CONTROL-LOCK
               DISPLAY "ERROR: gl-interface.dat is locked - "
                   "day NOT released; rerun later"
               MOVE "ERROR - INTERFACE_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-POST-DATE TO GC-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO GC-RELEASED-TS.
           MOVE WS-LINE-NUMBER TO GC-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO GC-DEBIT-TOTAL-STR.
           MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO GC-CREDIT-TOTAL-STR.
           MOVE "POSTED" TO GC-STATUS.

           OPEN EXTEND GL-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT GL-CONTROL-FILE
           END-IF.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.

           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-INTERFACE-STATUS = "35"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.

           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT JOURNAL-WORK-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM COPY-JOURNAL-LINE
                   UNTIL WORK-AT-EOF
               CLOSE JOURNAL-WORK-FILE
           END-IF.

           CLOSE GL-INTERFACE-FILE.

      *> The interface lock is the one in the slot; the register's
      *> is put back in the slot to be released after it.
           PERFORM RELEASE-FILE-LOCK.
           PERFORM RELEASE-CONTROL-LOCK.

       RELEASE-CONTROL-LOCK.
           MOVE FCP-GL-CONTROL TO FLK-TARGET-NAME.
           MOVE "Y" TO FLK-GOT-LOCK.
           PERFORM RELEASE-FILE-LOCK.

       COPY-JOURNAL-LINE.
           READ JOURNAL-WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   MOVE GL-JOURNAL-RECORD TO GL-INTERFACE-RECORD
                   WRITE GL-INTERFACE-RECORD
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "GL-POSTING" TO AT-PROGRAM-NAME.
           MOVE "GL-POSTING" TO AT-CUSTOMER-ID.
           MOVE "GL_POSTING" TO AT-ACTION.
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

       PARSE-COMMAND-LINE.
      *> The only argument is the optional business date to post.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-POST-DATE
           END-UNSTRING.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
