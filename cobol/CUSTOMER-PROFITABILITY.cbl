       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY.
       AUTHOR. Thesis Project.

      *> CUSTOMER-PROFITABILITY.cbl
      *> Monthly Customer Relationship Profitability Report
      *>
      *> Nets, for every customer with money moving in the month,
      *> what the relationship earned against what it cost, so
      *> relationship managers can see who is worth a pricing
      *> exception and who wants a review:
      *>
      *>   earned  interest and fees collected - the portions on
      *>           loan-payments.dat, reversals netting off the
      *>           payments they reverse
      *>           recoveries on charged-off loans from
      *>           loan-recovery-ledger.dat
      *>   cost    principal charged off on loan-chargeoff-ledger.dat
      *>           fraud losses on fraud-loss-ledger.dat, net of what
      *>           has been recovered on the case the way
      *>           FRAUD-LOSS-REPORT nets them - the customer's
      *>           reimbursement is part of that gross, so it is not
      *>           charged a second time
      *>           provisional credits on dispute-register.dat opened
      *>           in the month and still standing (a LOST dispute's
      *>           credit has been taken back)
      *>
      *> Each ledger entry counts in the month it was posted. The
      *> report lists the ten most and ten least profitable
      *> customers and subtotals the month by the customer segment
      *> CUSTOMER-LOOKUP's ASSIGN-CUSTOMER-SEGMENT derives; a
      *> customer with no master record is reported in the UNKNOWN
      *> segment so the section still totals to the month.
      *>
      *> Invocation: CUSTOMER-PROFITABILITY [YYYYMM]
      *> Example: ./customer-profitability 202609
      *>   Without a period, the business date's month is reported.
      *>
      *> Output: customer-profitability.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAN-PAYMENT-FILE ASSIGN TO FCP-LOAN-PAYMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT RECOVERY-LEDGER-FILE
               ASSIGN TO FCP-RECOVERY-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO FCP-CHARGEOFF-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-STATUS.

           SELECT LOSS-LEDGER-FILE ASSIGN TO FCP-FRAUD-LOSSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOSS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO FCP-DISPUTE-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT PROFITABILITY-REPORT-FILE
               ASSIGN TO "customer-profitability.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  RECOVERY-LEDGER-FILE.
           COPY "RECOVERY-REC.cpy".

       FD  CHARGEOFF-LEDGER-FILE.
           COPY "CHARGEOFF-REC.cpy".

       FD  LOSS-LEDGER-FILE.
           COPY "FRAUD-LOSS-REC.cpy".

       FD  DISPUTE-FILE.
           COPY "DISPUTE-REC.cpy".

       FD  PROFITABILITY-REPORT-FILE.
       01  PROFITABILITY-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> File scan work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-PAYMENT-EOF                PIC X VALUE "N".
           88  PAYMENT-AT-EOF            VALUE "Y".
       01  WS-RECOVERY-STATUS            PIC XX VALUE SPACES.
       01  WS-RECOVERY-EOF               PIC X VALUE "N".
           88  RECOVERY-AT-EOF           VALUE "Y".
       01  WS-CHARGEOFF-STATUS           PIC XX VALUE SPACES.
       01  WS-CHARGEOFF-EOF              PIC X VALUE "N".
           88  CHARGEOFF-AT-EOF          VALUE "Y".
       01  WS-LOSS-STATUS                PIC XX VALUE SPACES.
       01  WS-LOSS-EOF                   PIC X VALUE "N".
           88  LOSS-AT-EOF               VALUE "Y".
       01  WS-DISPUTE-STATUS             PIC XX VALUE SPACES.
       01  WS-DISPUTE-EOF                PIC X VALUE "N".
           88  DISPUTE-AT-EOF            VALUE "Y".

      *> Segment thresholds - the same balance cutoffs
      *> CUSTOMER-LOOKUP's ASSIGN-CUSTOMER-SEGMENT applies, so the
      *> segment subtotals match what the lookup shows.
       01  WS-VIP-BALANCE-MIN            PIC 9(10)V99 VALUE 100000.00.
       01  WS-PREMIUM-BALANCE-MIN        PIC 9(10)V99 VALUE 25000.00.

      *> Per-customer table, filled as customers are seen on any of
      *> the ledgers. A customer beyond the table's capacity is
      *> counted and left off the report rather than mis-totalled.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES.
               10  WS-CUST-ID            PIC X(10).
               10  WS-CUST-SEGMENT-IX    PIC 9.
               10  WS-CUST-PICKED        PIC X.
               10  WS-CUST-INTEREST      PIC S9(10)V99.
               10  WS-CUST-FEES          PIC S9(10)V99.
               10  WS-CUST-RECOVERIES    PIC S9(10)V99.
               10  WS-CUST-CHARGEOFFS    PIC S9(10)V99.
               10  WS-CUST-FRAUD         PIC S9(10)V99.
               10  WS-CUST-CREDITS       PIC S9(10)V99.
               10  WS-CUST-NET           PIC S9(10)V99.
       01  WS-CUST-MAX                   PIC 9(4) VALUE 5000.
       01  WS-CUST-USED                  PIC 9(4) VALUE 0.
       01  WS-CUST-HIT                   PIC 9(4) VALUE 0.
       01  WS-CUST-IX                    PIC 9(4) VALUE 0.
       01  WS-SEEK-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-OVERFLOW-COUNT             PIC 9(6) VALUE 0.

      *> Segment subtotals (VIP, PREMIUM, STANDARD, UNKNOWN) and the
      *> whole month in slot 5
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-ENTRY OCCURS 5 TIMES.
               10  WS-SEG-LABEL          PIC X(10).
               10  WS-SEG-COUNT          PIC 9(6).
               10  WS-SEG-INTEREST       PIC S9(11)V99.
               10  WS-SEG-FEES           PIC S9(11)V99.
               10  WS-SEG-RECOVERIES     PIC S9(11)V99.
               10  WS-SEG-CHARGEOFFS     PIC S9(11)V99.
               10  WS-SEG-FRAUD          PIC S9(11)V99.
               10  WS-SEG-CREDITS        PIC S9(11)V99.
               10  WS-SEG-NET            PIC S9(11)V99.
       01  WS-SEG-IX                     PIC 9 VALUE 0.

      *> Top / bottom selection: the ten most and ten least
      *> profitable customers, picked one at a time
       01  WS-RANK-LIMIT                 PIC 9(2) VALUE 10.
       01  WS-RANK-COUNT                 PIC 9(2) VALUE 0.
       01  WS-RANK-BEST                  PIC 9(4) VALUE 0.
       01  WS-RANK-ORDER                 PIC X VALUE "T".
           88  RANK-TOP                  VALUE "T".
           88  RANK-BOTTOM               VALUE "B".

      *> One ledger entry's amounts
       01  WS-ENTRY-AMOUNT               PIC S9(10)V99 VALUE 0.
       01  WS-ENTRY-INTEREST             PIC S9(10)V99 VALUE 0.
       01  WS-ENTRY-FEE                  PIC S9(10)V99 VALUE 0.
       01  WS-FRAUD-GROSS                PIC S9(10)V99 VALUE 0.
       01  WS-FRAUD-RECOVERED            PIC S9(10)V99 VALUE 0.

      *> One report line's inputs, filled in before
      *> PERFORM WRITE-AMOUNT-LINE.
       01  WS-LINE-LABEL                 PIC X(10) VALUE SPACES.
       01  WS-LINE-SEGMENT               PIC X(10) VALUE SPACES.
       01  WS-LINE-INTEREST              PIC S9(11)V99 VALUE 0.
       01  WS-LINE-FEES                  PIC S9(11)V99 VALUE 0.
       01  WS-LINE-RECOVERIES            PIC S9(11)V99 VALUE 0.
       01  WS-LINE-CHARGEOFFS            PIC S9(11)V99 VALUE 0.
       01  WS-LINE-FRAUD                 PIC S9(11)V99 VALUE 0.
       01  WS-LINE-CREDITS               PIC S9(11)V99 VALUE 0.
       01  WS-LINE-NET                   PIC S9(11)V99 VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-INTEREST-DISPLAY           PIC ---,---,--9.99.
       01  WS-FEES-DISPLAY               PIC ---,---,--9.99.
       01  WS-RECOVERIES-DISPLAY         PIC ---,---,--9.99.
       01  WS-CHARGEOFFS-DISPLAY         PIC ---,---,--9.99.
       01  WS-FRAUD-DISPLAY              PIC ---,---,--9.99.
       01  WS-CREDITS-DISPLAY            PIC ---,---,--9.99.
       01  WS-NET-DISPLAY                PIC ---,---,--9.99.

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
           DISPLAY "CUSTOMER PROFITABILITY REPORT".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: CUSTOMER-PROFITABILITY [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-CUSTOMER-TABLE WS-SEGMENT-TABLE.
           MOVE "VIP" TO WS-SEG-LABEL(1).
           MOVE "PREMIUM" TO WS-SEG-LABEL(2).
           MOVE "STANDARD" TO WS-SEG-LABEL(3).
           MOVE "UNKNOWN" TO WS-SEG-LABEL(4).
           MOVE "ALL" TO WS-SEG-LABEL(5).

           PERFORM SCAN-PAYMENT-LEDGER.
           PERFORM SCAN-RECOVERY-LEDGER.
           PERFORM SCAN-CHARGEOFF-LEDGER.
           PERFORM SCAN-FRAUD-LOSS-LEDGER.
           PERFORM SCAN-DISPUTE-REGISTER.

           PERFORM ASSIGN-SEGMENTS.

           OPEN OUTPUT PROFITABILITY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-RANKED-SECTIONS.
           PERFORM WRITE-SEGMENT-SECTION.
           CLOSE PROFITABILITY-REPORT-FILE.

           DISPLAY "Customers reported: " WS-CUST-USED.
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " WS-OVERFLOW-COUNT
                   " ledger entries beyond the customer table's "
                   "capacity were left off the report"
           END-IF.
           DISPLAY "Report written to customer-profitability.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       FIND-CUSTOMER-SLOT.
      *> Find (or create) WS-SEEK-CUSTOMER's slot in the table;
      *> WS-CUST-HIT stays 0 when the table is full.
           MOVE 0 TO WS-CUST-HIT.
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > WS-CUST-USED
               OR WS-CUST-HIT > 0
               IF WS-CUST-ID(WS-CUST-IX) = WS-SEEK-CUSTOMER
                   MOVE WS-CUST-IX TO WS-CUST-HIT
               END-IF
           END-PERFORM.

           IF WS-CUST-HIT = 0
               IF WS-CUST-USED < WS-CUST-MAX
                   ADD 1 TO WS-CUST-USED
                   MOVE WS-SEEK-CUSTOMER TO WS-CUST-ID(WS-CUST-USED)
                   MOVE WS-CUST-USED TO WS-CUST-HIT
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       SCAN-PAYMENT-LEDGER.
           OPEN INPUT LOAN-PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PAYMENT-EOF.
           PERFORM READ-PAYMENT-RECORD
               UNTIL PAYMENT-AT-EOF.

           CLOSE LOAN-PAYMENT-FILE.

       READ-PAYMENT-RECORD.
           READ LOAN-PAYMENT-FILE
               AT END
                   MOVE "Y" TO WS-PAYMENT-EOF
               NOT AT END
                   IF LP-TIMESTAMP(1:6) = WS-PERIOD
                       PERFORM TALLY-PAYMENT-RECORD
                   END-IF
           END-READ.

       TALLY-PAYMENT-RECORD.
      *> Only the interest and fee portions are earnings - principal
      *> is the customer's own money coming back. A reversal carries
      *> negated portions, so it nets off the payment it reverses; a
      *> legacy record with no portions applied whole to principal
      *> and earned nothing.
           IF LP-PRINCIPAL-STR = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(LP-INTEREST-STR) TO WS-ENTRY-INTEREST.
           MOVE 0 TO WS-ENTRY-FEE.
           IF LP-FEE-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(LP-FEE-STR) TO WS-ENTRY-FEE
           END-IF.

           MOVE LP-CUSTOMER-ID TO WS-SEEK-CUSTOMER.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-CUST-HIT > 0
               ADD WS-ENTRY-INTEREST TO WS-CUST-INTEREST(WS-CUST-HIT)
               ADD WS-ENTRY-FEE TO WS-CUST-FEES(WS-CUST-HIT)
           END-IF.

       SCAN-RECOVERY-LEDGER.
           OPEN INPUT RECOVERY-LEDGER-FILE.
           IF WS-RECOVERY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RECOVERY-EOF.
           PERFORM READ-RECOVERY-RECORD
               UNTIL RECOVERY-AT-EOF.

           CLOSE RECOVERY-LEDGER-FILE.

       READ-RECOVERY-RECORD.
           READ RECOVERY-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-RECOVERY-EOF
               NOT AT END
                   IF RV-TIMESTAMP(1:6) = WS-PERIOD
                       MOVE FUNCTION NUMVAL(RV-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE RV-CUSTOMER-ID TO WS-SEEK-CUSTOMER
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-CUST-HIT > 0
                           ADD WS-ENTRY-AMOUNT
                               TO WS-CUST-RECOVERIES(WS-CUST-HIT)
                       END-IF
                   END-IF
           END-READ.

       SCAN-CHARGEOFF-LEDGER.
           OPEN INPUT CHARGEOFF-LEDGER-FILE.
           IF WS-CHARGEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CHARGEOFF-EOF.
           PERFORM READ-CHARGEOFF-RECORD
               UNTIL CHARGEOFF-AT-EOF.

           CLOSE CHARGEOFF-LEDGER-FILE.

       READ-CHARGEOFF-RECORD.
           READ CHARGEOFF-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-CHARGEOFF-EOF
               NOT AT END
                   IF CO-TIMESTAMP(1:6) = WS-PERIOD
                       MOVE FUNCTION NUMVAL(CO-AMOUNT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE CO-CUSTOMER-ID TO WS-SEEK-CUSTOMER
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-CUST-HIT > 0
                           ADD WS-ENTRY-AMOUNT
                               TO WS-CUST-CHARGEOFFS(WS-CUST-HIT)
                       END-IF
                   END-IF
           END-READ.

       SCAN-FRAUD-LOSS-LEDGER.
           OPEN INPUT LOSS-LEDGER-FILE.
           IF WS-LOSS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LOSS-EOF.
           PERFORM READ-FRAUD-LOSS-RECORD
               UNTIL LOSS-AT-EOF.

           CLOSE LOSS-LEDGER-FILE.

       READ-FRAUD-LOSS-RECORD.
           READ LOSS-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LOSS-EOF
               NOT AT END
                   IF FZ-TIMESTAMP(1:6) = WS-PERIOD
                       PERFORM TALLY-FRAUD-LOSS
                   END-IF
           END-READ.

       TALLY-FRAUD-LOSS.
      *> Net of recoveries and never below zero, the same net
      *> FRAUD-LOSS-REPORT reports.
           MOVE FUNCTION NUMVAL(FZ-GROSS-STR) TO WS-FRAUD-GROSS.
           MOVE FUNCTION NUMVAL(FZ-RECOVERED-STR)
               TO WS-FRAUD-RECOVERED.
           IF WS-FRAUD-RECOVERED >= WS-FRAUD-GROSS
               MOVE 0 TO WS-ENTRY-AMOUNT
           ELSE
               COMPUTE WS-ENTRY-AMOUNT =
                   WS-FRAUD-GROSS - WS-FRAUD-RECOVERED
           END-IF.

           MOVE FZ-CUSTOMER-ID TO WS-SEEK-CUSTOMER.
           PERFORM FIND-CUSTOMER-SLOT.
           IF WS-CUST-HIT > 0
               ADD WS-ENTRY-AMOUNT TO WS-CUST-FRAUD(WS-CUST-HIT)
           END-IF.

       SCAN-DISPUTE-REGISTER.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DISPUTE-EOF.
           PERFORM READ-DISPUTE-RECORD
               UNTIL DISPUTE-AT-EOF.

           CLOSE DISPUTE-FILE.

       READ-DISPUTE-RECORD.
      *> A provisional credit counts in the month the dispute was
      *> opened, for as long as it stands - a LOST dispute has had
      *> its credit taken back off the balance.
           READ DISPUTE-FILE
               AT END
                   MOVE "Y" TO WS-DISPUTE-EOF
               NOT AT END
                   IF DP-OPENED-DATE(1:6) = WS-PERIOD
                       AND DP-STATUS NOT = "LOST"
                       AND DP-CREDIT-STR NOT = SPACES
                       MOVE FUNCTION NUMVAL(DP-CREDIT-STR)
                           TO WS-ENTRY-AMOUNT
                       MOVE DP-CUSTOMER-ID TO WS-SEEK-CUSTOMER
                       PERFORM FIND-CUSTOMER-SLOT
                       IF WS-CUST-HIT > 0
                           ADD WS-ENTRY-AMOUNT
                               TO WS-CUST-CREDITS(WS-CUST-HIT)
                       END-IF
                   END-IF
           END-READ.

       ASSIGN-SEGMENTS.
      *> Work out each customer's net and segment, and roll both
      *> into the segment subtotals and the ALL line.
           MOVE "N" TO WS-MASTER-OPEN.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > WS-CUST-USED
               COMPUTE WS-CUST-NET(WS-CUST-IX) =
                   WS-CUST-INTEREST(WS-CUST-IX)
                   + WS-CUST-FEES(WS-CUST-IX)
                   + WS-CUST-RECOVERIES(WS-CUST-IX)
                   - WS-CUST-CHARGEOFFS(WS-CUST-IX)
                   - WS-CUST-FRAUD(WS-CUST-IX)
                   - WS-CUST-CREDITS(WS-CUST-IX)
               PERFORM DERIVE-CUSTOMER-SEGMENT
               MOVE WS-CUST-SEGMENT-IX(WS-CUST-IX) TO WS-SEG-IX
               PERFORM ADD-CUSTOMER-TO-SEGMENT
               MOVE 5 TO WS-SEG-IX
               PERFORM ADD-CUSTOMER-TO-SEGMENT
           END-PERFORM.

           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       DERIVE-CUSTOMER-SEGMENT.
      *> The same cutoffs ASSIGN-CUSTOMER-SEGMENT applies. A
      *> customer with no master record lands in UNKNOWN rather than
      *> being silently dropped from the section.
           MOVE 4 TO WS-CUST-SEGMENT-IX(WS-CUST-IX).
           IF MASTER-IS-OPEN
               MOVE SPACES TO CM-CUSTOMER-ID
               MOVE WS-CUST-ID(WS-CUST-IX) TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-STATUS = "00"
                   EVALUATE TRUE
                       WHEN CM-ACCT-BALANCE >= WS-VIP-BALANCE-MIN
                           MOVE 1 TO WS-CUST-SEGMENT-IX(WS-CUST-IX)
                       WHEN CM-ACCT-BALANCE >= WS-PREMIUM-BALANCE-MIN
                           MOVE 2 TO WS-CUST-SEGMENT-IX(WS-CUST-IX)
                       WHEN OTHER
                           MOVE 3 TO WS-CUST-SEGMENT-IX(WS-CUST-IX)
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-CUSTOMER-TO-SEGMENT.
           ADD 1 TO WS-SEG-COUNT(WS-SEG-IX).
           ADD WS-CUST-INTEREST(WS-CUST-IX)
               TO WS-SEG-INTEREST(WS-SEG-IX).
           ADD WS-CUST-FEES(WS-CUST-IX) TO WS-SEG-FEES(WS-SEG-IX).
           ADD WS-CUST-RECOVERIES(WS-CUST-IX)
               TO WS-SEG-RECOVERIES(WS-SEG-IX).
           ADD WS-CUST-CHARGEOFFS(WS-CUST-IX)
               TO WS-SEG-CHARGEOFFS(WS-SEG-IX).
           ADD WS-CUST-FRAUD(WS-CUST-IX) TO WS-SEG-FRAUD(WS-SEG-IX).
           ADD WS-CUST-CREDITS(WS-CUST-IX)
               TO WS-SEG-CREDITS(WS-SEG-IX).
           ADD WS-CUST-NET(WS-CUST-IX) TO WS-SEG-NET(WS-SEG-IX).

       WRITE-REPORT-HEADING.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           STRING "CUSTOMER PROFITABILITY - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
           END-STRING.
           WRITE PROFITABILITY-REPORT-RECORD.
           MOVE ALL "-" TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.

           MOVE WS-CUST-USED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           STRING "Customers with activity: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
           END-STRING.
           WRITE PROFITABILITY-REPORT-RECORD.

           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO PROFITABILITY-REPORT-RECORD
               STRING "Ledger entries not reported (customer table "
                   "full): " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
               END-STRING
               WRITE PROFITABILITY-REPORT-RECORD
           END-IF.

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           STRING "  CUSTOMER   SEGMENT   "
               "      INTEREST          FEES    RECOVERIES"
               "   CHARGE-OFFS         FRAUD       CREDITS"
               "           NET"
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
           END-STRING.
           WRITE PROFITABILITY-REPORT-RECORD.

       WRITE-RANKED-SECTIONS.
      *> Each list is picked one customer at a time - the best (or
      *> worst) net not yet listed - so a short month simply lists
      *> fewer. A month with fewer than twenty customers will show
      *> some of them on both lists.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           MOVE "MOST PROFITABLE CUSTOMERS"
               TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE "T" TO WS-RANK-ORDER.
           PERFORM WRITE-RANKED-LIST.

           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           MOVE "LEAST PROFITABLE CUSTOMERS"
               TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADINGS.
           MOVE "B" TO WS-RANK-ORDER.
           PERFORM WRITE-RANKED-LIST.

       WRITE-RANKED-LIST.
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > WS-CUST-USED
               MOVE "N" TO WS-CUST-PICKED(WS-CUST-IX)
           END-PERFORM.

           MOVE 0 TO WS-RANK-COUNT.
           PERFORM PICK-NEXT-RANKED
               UNTIL WS-RANK-COUNT >= WS-RANK-LIMIT
               OR WS-RANK-COUNT >= WS-CUST-USED.

       PICK-NEXT-RANKED.
           MOVE 0 TO WS-RANK-BEST.
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
               UNTIL WS-CUST-IX > WS-CUST-USED
               IF WS-CUST-PICKED(WS-CUST-IX) = "N"
                   IF WS-RANK-BEST = 0
                       MOVE WS-CUST-IX TO WS-RANK-BEST
                   ELSE
                       IF RANK-TOP AND WS-CUST-NET(WS-CUST-IX)
                               > WS-CUST-NET(WS-RANK-BEST)
                           MOVE WS-CUST-IX TO WS-RANK-BEST
                       END-IF
                       IF RANK-BOTTOM AND WS-CUST-NET(WS-CUST-IX)
                               < WS-CUST-NET(WS-RANK-BEST)
                           MOVE WS-CUST-IX TO WS-RANK-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO WS-RANK-COUNT.
           MOVE "Y" TO WS-CUST-PICKED(WS-RANK-BEST).
           MOVE WS-RANK-BEST TO WS-CUST-IX.
           MOVE WS-CUST-ID(WS-CUST-IX) TO WS-LINE-LABEL.
           MOVE WS-CUST-SEGMENT-IX(WS-CUST-IX) TO WS-SEG-IX.
           MOVE WS-SEG-LABEL(WS-SEG-IX) TO WS-LINE-SEGMENT.
           MOVE WS-CUST-INTEREST(WS-CUST-IX) TO WS-LINE-INTEREST.
           MOVE WS-CUST-FEES(WS-CUST-IX) TO WS-LINE-FEES.
           MOVE WS-CUST-RECOVERIES(WS-CUST-IX) TO WS-LINE-RECOVERIES.
           MOVE WS-CUST-CHARGEOFFS(WS-CUST-IX) TO WS-LINE-CHARGEOFFS.
           MOVE WS-CUST-FRAUD(WS-CUST-IX) TO WS-LINE-FRAUD.
           MOVE WS-CUST-CREDITS(WS-CUST-IX) TO WS-LINE-CREDITS.
           MOVE WS-CUST-NET(WS-CUST-IX) TO WS-LINE-NET.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-SEGMENT-SECTION.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           MOVE "BY CUSTOMER SEGMENT" TO PROFITABILITY-REPORT-RECORD.
           WRITE PROFITABILITY-REPORT-RECORD.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           STRING "  SEGMENT    CUSTOMERS "
               "      INTEREST          FEES    RECOVERIES"
               "   CHARGE-OFFS         FRAUD       CREDITS"
               "           NET"
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
           END-STRING.
           WRITE PROFITABILITY-REPORT-RECORD.

           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > 5
               MOVE WS-SEG-LABEL(WS-SEG-IX) TO WS-LINE-LABEL
               MOVE WS-SEG-COUNT(WS-SEG-IX) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO WS-LINE-SEGMENT
               MOVE WS-SEG-INTEREST(WS-SEG-IX) TO WS-LINE-INTEREST
               MOVE WS-SEG-FEES(WS-SEG-IX) TO WS-LINE-FEES
               MOVE WS-SEG-RECOVERIES(WS-SEG-IX)
                   TO WS-LINE-RECOVERIES
               MOVE WS-SEG-CHARGEOFFS(WS-SEG-IX)
                   TO WS-LINE-CHARGEOFFS
               MOVE WS-SEG-FRAUD(WS-SEG-IX) TO WS-LINE-FRAUD
               MOVE WS-SEG-CREDITS(WS-SEG-IX) TO WS-LINE-CREDITS
               MOVE WS-SEG-NET(WS-SEG-IX) TO WS-LINE-NET
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM.

       WRITE-AMOUNT-LINE.
           MOVE WS-LINE-INTEREST TO WS-INTEREST-DISPLAY.
           MOVE WS-LINE-FEES TO WS-FEES-DISPLAY.
           MOVE WS-LINE-RECOVERIES TO WS-RECOVERIES-DISPLAY.
           MOVE WS-LINE-CHARGEOFFS TO WS-CHARGEOFFS-DISPLAY.
           MOVE WS-LINE-FRAUD TO WS-FRAUD-DISPLAY.
           MOVE WS-LINE-CREDITS TO WS-CREDITS-DISPLAY.
           MOVE WS-LINE-NET TO WS-NET-DISPLAY.
           MOVE SPACES TO PROFITABILITY-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL " " WS-LINE-SEGMENT
               WS-INTEREST-DISPLAY WS-FEES-DISPLAY
               WS-RECOVERIES-DISPLAY WS-CHARGEOFFS-DISPLAY
               WS-FRAUD-DISPLAY WS-CREDITS-DISPLAY WS-NET-DISPLAY
               DELIMITED BY SIZE INTO PROFITABILITY-REPORT-RECORD
           END-STRING.
           WRITE PROFITABILITY-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
