      *> Invocation: LOAN-PROCESS <cust_id> <amount> <term> <purpose>
      *>                          [coapplicant_id] [currency_code]
      *>                          [operator_id] [rate_type]
      *>                          [quote_ref] [exception_rate]
      *>                          [conditions]
      *>   [operator_id] names the originating officer; an approval
      *>   above the second-officer threshold books as PENDING with
      *>   this identity as the maker, for LOAN-APPROVE to decide.
      *>   Every decided application is logged against this identity
      *>   on loan-origination-log.dat for OFFICER-SCORECARD.
      *>   [exception_rate] is a rate the officer has negotiated
      *>   below the table (a percentage, e.g. 4.25). The discount
      *>   is checked against the pricing authority of the officer's
      *>   roster role on pricing-authority.dat: within it the loan
      *>   books at the exception rate; beyond it the loan books
      *>   PENDING on the loan-approval-queue for a senior officer
      *>   whose own authority covers the discount. Either way the
      *>   exception lands on pricing-exception-register.dat.
      *>   [conditions] are the conditions to fund the approval is
      *>   given on, as names separated by commas (no blanks, e.g.
      *>   INCOME-PROOF,INSURANCE). A booked loan gets each one
      *>   OPEN on loan-conditions.dat, set by [operator_id], and
      *>   LOAN-DISBURSE will not fund it until CONDITION-CLEAR has
      *>   cleared them all.
      *>   [rate_type] is FIXED (default) or VARIABLE; a variable
      *>   loan's rate is re-derived from the rate table each period
      *>   by LOAN-REPRICE instead of staying frozen at origination.
      *>   <purpose> is the product code on product-catalog.dat; when
      *>   the catalog is present, an unknown or inactive product, or
      *>   an amount, term, or rate type outside what the product
      *>   allows, is rejected with its own reason before scoring.
      *>   A secured product (one with rows in force on
      *>   collateral-ltv-table.dat) also needs collateral pledged
      *>   on collateral-register.dat, and the amount may not exceed
      *>   its appraised value times the maximum loan-to-value; once
      *>   the loan is booked the pledged assets are attached to it.
      *>   The applicants' related group (everyone joined to them on
      *>   related-party-register.dat) is one obligor: the group's
      *>   open loans plus this one may not pass the single-obligor
      *>   limit on obligor-limit-config.dat (line 1 the limit, line
      *>   2 DECLINE or REFER; default 500000.00, REFER). Over it the
      *>   application is declined, or books PENDING for a second
      *>   officer, as the config says.
      *> Example: ./loan-process C-00001 10000 36 PERS
      *> Example (multi-currency): ./loan-process C-00001 10000 36 PERS
      *>                           "" EUR
      *>   first unprocessed application instead of re-scoring the
      *>   whole file.
      *>
      *> Quote mode: LOAN-PROCESS -QUOTE <cust_id> <amount> <term>
      *>                          <purpose> [coapplicant_id]
      *>                          [currency_code] [operator_id]
      *>                          [rate_type]
      *> Example: ./loan-process -QUOTE C-00001 10000 36 PERS
      *>   Runs the same eligibility, debt-to-income, and rate-table
      *>   logic as an application but books nothing and sends no
      *>   adverse-action notice; the audit trail records the run as
      *>   LOAN_QUOTE rather than as a lending decision. An eligible
      *>   quote is filed on loan-quotes.dat under a quote reference
      *>   that holds its rate until the expiry date shown
      *>   (loan-quote-config.dat days, default 30).
      *>   An application naming that reference as [quote_ref] on or
      *>   before the expiry is priced at the quoted rate even if the
      *>   rate table has moved since, as long as it is the same
      *>   customer, product, and rate type for no more than the
      *>   quoted amount; otherwise it is priced at today's table and
      *>   the reason the quote was not honored is shown. The
      *>   decision marks the quote BOOKED or DECLINED, so a quote is
      *>   claimed once.
      *>
      *> IPC Pattern:
      *>   1. Accept 4 CLI parameters
      *>   2. CALL "SYSTEM" invokes python/loan_scoring.py
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAN-CONDITION-FILE ASSIGN TO FCP-LOAN-CONDITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCN-FILE-STATUS.

           SELECT ERROR-QUEUE-FILE ASSIGN TO FCP-ERROR-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT PRODUCT-CATALOG-FILE ASSIGN TO FCP-PRODUCT-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

           SELECT COLLATERAL-LTV-FILE ASSIGN TO FCP-COLLATERAL-LTV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTV-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO FCP-COLLATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT COLLATERAL-NEW-FILE
               ASSIGN TO "collateral-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-NEW-STATUS.

           SELECT ADVERSE-ACTION-FILE
               ASSIGN TO FCP-ADVERSE-NOTICES
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-QUEUE-STATUS.

           SELECT QUOTE-FILE ASSIGN TO FCP-LOAN-QUOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT QUOTE-NEW-FILE ASSIGN TO "loan-quotes.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-NEW-STATUS.

           SELECT QUOTE-NUMBER-FILE ASSIGN TO FCP-QUOTE-NUMBER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-NUMBER-STATUS.

           SELECT QUOTE-CONFIG-FILE ASSIGN TO FCP-QUOTE-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-CFG-STATUS.

           SELECT APPROVAL-CONFIG-FILE ASSIGN TO FCP-APPROVAL-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CFG-STATUS.

           SELECT OPERATOR-ROSTER-FILE
               ASSIGN TO FCP-OPERATOR-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-ROSTER-STATUS.

           SELECT PRICING-AUTHORITY-FILE
               ASSIGN TO FCP-PRICING-AUTHORITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAU-FILE-STATUS.

           SELECT PRICING-EXCEPTION-FILE
               ASSIGN TO FCP-PRICING-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-EXC-STATUS.

           SELECT ORIGINATION-LOG-FILE
               ASSIGN TO FCP-ORIGINATION-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINATION-LOG-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RELATED-PARTY-FILE ASSIGN TO FCP-RELATED-PARTIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPG-FILE-STATUS.

           SELECT OBLIGOR-CONFIG-FILE ASSIGN TO FCP-OBLIGOR-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIGOR-CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTAL-FILE.
       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-CONDITION-FILE.
           COPY "LOAN-CONDITION-REC.cpy".

       FD  ERROR-QUEUE-FILE.
           COPY "ERROR-QUEUE-REC.cpy".

       FD  RATE-TABLE-FILE.
           COPY "RATE-TABLE-REC.cpy".

       FD  PRODUCT-CATALOG-FILE.
           COPY "PRODUCT-REC.cpy".

       FD  COLLATERAL-LTV-FILE.
           COPY "COLLATERAL-LTV-REC.cpy".

       FD  COLLATERAL-FILE.
           COPY "COLLATERAL-REC.cpy".

       FD  COLLATERAL-NEW-FILE.
       01  COLLATERAL-NEW-RECORD         PIC X(162).

       FD  ADVERSE-ACTION-FILE.
           COPY "ADVERSE-ACTION-REC.cpy".

       FD  APPROVAL-QUEUE-FILE.
           COPY "LOAN-APPROVAL-REC.cpy".

       FD  QUOTE-FILE.
           COPY "QUOTE-REC.cpy".

       FD  QUOTE-NEW-FILE.
       01  QUOTE-NEW-RECORD              PIC X(120).

       FD  QUOTE-NUMBER-FILE.
       01  QUOTE-NUMBER-RECORD.
           05  QN-LAST-NUMBER-STR        PIC X(9).

       FD  QUOTE-CONFIG-FILE.
       01  QUOTE-CONFIG-RECORD           PIC X(3).

       FD  APPROVAL-CONFIG-FILE.
       01  APPROVAL-CONFIG-RECORD        PIC X(15).

       FD  OPERATOR-ROSTER-FILE.
           COPY "OPERATOR-REC.cpy".

       FD  PRICING-AUTHORITY-FILE.
           COPY "PRICING-AUTHORITY-REC.cpy".

       FD  PRICING-EXCEPTION-FILE.
           COPY "PRICING-EXCEPTION-REC.cpy".

       FD  ORIGINATION-LOG-FILE.
           COPY "ORIGINATION-LOG-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  RELATED-PARTY-FILE.
           COPY "RELATED-PARTY-REC.cpy".

       FD  OBLIGOR-CONFIG-FILE.
       01  OBLIGOR-CONFIG-RECORD         PIC X(15).

       FD  APPLICATION-FILE.
       01  APPLICATION-RECORD            PIC X(100).

       01  WS-RATE-FOUND                 PIC X VALUE "N".
           88  RATE-BAND-FOUND           VALUE "Y".

      *> Secured product loan-to-value work fields: the collateral
      *> types the product may be secured by and the maximum LTV for
      *> each, then what the applicant has pledged against them.
       01  WS-LTV-STATUS                 PIC XX VALUE SPACES.
       01  WS-LTV-EOF                    PIC X VALUE "N".
           88  LTV-AT-EOF                VALUE "Y".
       01  WS-LTV-TABLE.
           05  WS-LTV-ENTRY OCCURS 10 TIMES.
               10  WS-LTV-TYPE           PIC X(10).
               10  WS-LTV-PCT            PIC 9(3)V9.
       01  WS-LTV-USED                   PIC 9(2) VALUE 0.
       01  WS-LTV-IX                     PIC 9(2) VALUE 0.
       01  WS-LTV-HIT                    PIC 9(2) VALUE 0.
       01  WS-SECURED-APP                PIC X VALUE "N".
           88  IS-SECURED-APPLICATION    VALUE "Y".
       01  WS-COLLATERAL-STATUS          PIC XX VALUE SPACES.
       01  WS-COLLATERAL-NEW-STATUS      PIC XX VALUE SPACES.
       01  WS-COLLATERAL-EOF             PIC X VALUE "N".
           88  COLLATERAL-AT-EOF         VALUE "Y".
       01  WS-PLEDGED-COUNT              PIC 9(4) VALUE 0.
       01  WS-PLEDGED-VALUE              PIC 9(10)V99 VALUE 0.
       01  WS-LENDABLE-VALUE             PIC 9(10)V99 VALUE 0.
       01  WS-BOOKED-TIMESTAMP           PIC X(21) VALUE SPACES.

      *> Adverse action notice work fields
       01  WS-ADVERSE-STATUS             PIC XX VALUE SPACES.

       01  WS-DTI-MAX-RATIO              PIC 9V99 VALUE 4.00.
       01  WS-DTI-CEILING                PIC 9(9)V99 VALUE 0.

      *> Single-obligor limit work fields: the related group's open
      *> loans plus this one, against the configured limit.
       01  WS-OBLIGOR-CFG-STATUS         PIC XX VALUE SPACES.
       01  WS-OBLIGOR-CFG-LINE           PIC 9 VALUE 0.
       01  WS-OBLIGOR-LIMIT              PIC 9(9)V99
           VALUE 500000.00.
       01  WS-OBLIGOR-ACTION             PIC X(7) VALUE "REFER".
           88  OBLIGOR-LIMIT-DECLINES    VALUE "DECLINE".
       01  WS-GROUP-EXPOSURE             PIC 9(11)V99 VALUE 0.
       01  WS-GROUP-EXPOSURE-DISP        PIC $$$,$$$,$$$,$$9.99.
       01  WS-OBLIGOR-LIMIT-DISP         PIC $$$,$$$,$$$,$$9.99.
       01  WS-GROUP-MEMBERS-DISP         PIC ZZ9.
       01  WS-OBLIGOR-REFER              PIC X VALUE "N".
           88  OBLIGOR-NEEDS-REFERRAL    VALUE "Y".

      *> Input parameters
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
      *> means it was rejected before a decision could be made.
       01  WS-APP-REJECTED               PIC X VALUE "N".
       01  WS-APP-REJECT-REASON          PIC X(30) VALUE SPACES.
       01  WS-PRODUCT-REJECT             PIC X(23) VALUE SPACES.

      *> Second-officer approval work fields: an approval above the
      *> configured threshold books as PENDING and waits for a
           88  NEEDS-SECOND-APPROVAL     VALUE "Y".
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Quote work fields: a -QUOTE run prices the application
      *> without booking it and files a reference whose rate a later
      *> application may claim until the quote expires.
       01  WS-QUOTE-MODE                 PIC X VALUE "N".
           88  IS-QUOTE-RUN              VALUE "Y".
       01  WS-APPLICATION-ACTION         PIC X(20)
           VALUE "LOAN_APPLICATION".
       01  WS-QUOTE-CMDLINE              PIC X(200) VALUE SPACES.
       01  WS-QUOTE-STATUS               PIC XX VALUE SPACES.
       01  WS-QUOTE-NEW-STATUS           PIC XX VALUE SPACES.
       01  WS-QUOTE-NUMBER-STATUS        PIC XX VALUE SPACES.
       01  WS-QUOTE-CFG-STATUS           PIC XX VALUE SPACES.
       01  WS-QUOTE-EOF                  PIC X VALUE "N".
           88  QUOTE-AT-EOF              VALUE "Y".
       01  WS-QUOTE-VALID-DAYS           PIC 9(3) VALUE 30.
       01  WS-NEXT-QUOTE-NUMBER          PIC 9(9) VALUE 0.
       01  WS-QUOTE-REF                  PIC X(10) VALUE SPACES.
       01  WS-QUOTE-EXPIRY               PIC X(8) VALUE SPACES.
       01  WS-QUOTE-DAYS                 PIC 9(8) VALUE 0.
       01  WS-QUOTE-AMOUNT-EDIT          PIC 9(8).99.
       01  WS-QUOTE-FOUND                PIC X VALUE "N".
           88  QUOTE-ON-FILE             VALUE "Y".
       01  WS-QUOTE-USABLE               PIC X VALUE "N".
           88  QUOTE-RATE-HONORED        VALUE "Y".
       01  WS-QUOTE-REFUSAL              PIC X(24) VALUE SPACES.
       01  WS-QUOTED-RATE                PIC 9V9(4) VALUE 0.
       01  WS-QUOTE-NEW-STATE            PIC X(8) VALUE SPACES.

      *> Rate exception work fields: an officer may ask for a rate
      *> below the table. Within the officer's pricing authority it
      *> books as asked; beyond it the loan waits for a senior
      *> officer on the approval queue. Every one is registered.
       01  WS-EXCEPTION-RATE-ARG         PIC X(8) VALUE SPACES.
       01  WS-EXCEPTION-RATE             PIC 9(2)V9(4) VALUE 0.
       01  WS-TABLE-RATE                 PIC 9V9(4) VALUE 0.
       01  WS-TABLE-RATE-SCALED          PIC 9(5) VALUE 0.
       01  WS-RATE-DISCOUNT              PIC 9(2)V9(4) VALUE 0.
       01  WS-DISCOUNT-DISPLAY           PIC 9.9999.
       01  WS-RATE-EXCEPTION             PIC X VALUE "N".
           88  HAS-RATE-EXCEPTION        VALUE "Y".
       01  WS-EXCEPTION-SENIOR           PIC X VALUE "N".
           88  EXCEPTION-NEEDS-SENIOR    VALUE "Y".
       01  WS-PRICING-EXC-STATUS         PIC XX VALUE SPACES.
       01  WS-EXCEPTION-AMOUNT-EDIT      PIC 9(8).99.

      *> Conditions to fund named with the application
       01  WS-CONDITION-LIST             PIC X(100) VALUE SPACES.

      *> Origination log work fields: every decided application is
      *> logged against the officer who took it.
       01  WS-ORIGINATION-LOG-STATUS     PIC XX VALUE SPACES.
       01  WS-ORIGINATION-AMOUNT-EDIT    PIC 9(8).99.

      *> Rate type work fields: "F" books a fixed rate frozen at
      *> origination, "V" books a variable loan LOAN-REPRICE
      *> re-derives from the rate table each period.
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Loan conditions to fund (attached at approval, cleared by
      *> a second operator through CONDITION-CLEAR)
           COPY "LOAN-CONDITION-WS.cpy".

      *> Effective-dated loan product catalog lookup (what each
      *> purpose code may be lent for, and on what terms)
           COPY "PRODUCT-CATALOG-WS.cpy".

      *> Operator roster authorization (role-based; a missing
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

      *> Officer pricing authority (how far below the rate table
      *> each roster role may price on its own say-so)
           COPY "PRICING-AUTHORITY-WS.cpy".

      *> Related-party group lookup (everyone reachable through
      *> ACTIVE links, held to one single-obligor limit)
           COPY "RELATED-PARTY-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

           MOVE BDT-BUSINESS-DATE TO WS-PROCESSING-DATE.
           PERFORM LOAD-APPROVAL-CONFIG.
           PERFORM LOAD-OBLIGOR-CONFIG.

      *> Accept the full command line and parse it into its parts
           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
               STOP RUN
           END-IF.

      *> A quote is an ordinary application line behind the -QUOTE
      *> flag; strip the flag and parse the rest the same way.
           IF WS-FULL-CMDLINE(1:7) = "-QUOTE "
               SET IS-QUOTE-RUN TO TRUE
               MOVE "LOAN_QUOTE" TO WS-APPLICATION-ACTION
               MOVE WS-FULL-CMDLINE(8:193) TO WS-QUOTE-CMDLINE
               MOVE WS-QUOTE-CMDLINE TO WS-FULL-CMDLINE
               PERFORM LOAD-QUOTE-CONFIG
           END-IF.

           PERFORM PARSE-COMMAND-LINE.

      *> A quote cannot itself claim another quote's rate, and is
      *> priced at the table - never at an officer's exception.
           IF IS-QUOTE-RUN
               MOVE SPACES TO WS-QUOTE-REF
               MOVE SPACES TO WS-EXCEPTION-RATE-ARG
           END-IF.

      *> Validate input
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: LOAN-PROCESS <id> <amount> <term> "
                   "<purpose>"
               DISPLAY "       LOAN-PROCESS -BATCH <application-file>"
               DISPLAY "       LOAN-PROCESS -QUOTE <id> <amount> "
                   "<term> <purpose>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-LOAN-AMOUNT = 0 OR WS-LOAN-TERM = 0
               DISPLAY "ERROR: Missing parameters"
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE "Y" TO WS-APP-REJECTED
               DISPLAY "ERROR: Loan term must be between "
                   WS-MIN-LOAN-TERM " and " WS-MAX-LOAN-TERM
                   " months"
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE "REJECTED - TERM_OUT_OF_BOUNDS"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               DISPLAY "ERROR: Loan amount (USD equivalent) must be "
                   "between " WS-MIN-LOAN-AMOUNT " and "
                   WS-MAX-LOAN-AMOUNT
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE "REJECTED - AMOUNT_OUT_OF_BOUNDS"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               EXIT PARAGRAPH
           END-IF.

      *> Then the product catalog: the purpose code must name a
      *> product on offer today, and the amount, term, and rate type
      *> must be ones that product allows.
           PERFORM CHECK-PRODUCT-RULES.
           IF WS-PRODUCT-REJECT NOT = SPACES
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " WS-PRODUCT-REJECT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE "Y" TO WS-APP-REJECTED
               MOVE WS-PRODUCT-REJECT TO WS-APP-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

      *> A secured product is lent against pledged collateral, and
      *> never beyond the maximum loan-to-value for its type.
           PERFORM CHECK-COLLATERAL-COVER.
           IF WS-PRODUCT-REJECT NOT = SPACES
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " WS-PRODUCT-REJECT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE "Y" TO WS-APP-REJECTED
               MOVE WS-PRODUCT-REJECT TO WS-APP-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.

      *> Convert numerics to strings for CLI
           MOVE WS-LOAN-AMOUNT-USD TO WS-AMOUNT-STR.
           MOVE WS-LOAN-TERM TO WS-TERM-STR.
               MOVE 0 TO LR-CREDIT-SCORE
               MOVE "CUSTOMER_ACCOUNT_CLOSED" TO LR-REJECT-REASON
               PERFORM DISPLAY-LOAN-RESULTS
               IF NOT IS-QUOTE-RUN
                   PERFORM GENERATE-ADVERSE-ACTION-NOTICE
               END-IF
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               PERFORM BUILD-AUDIT-REJECT-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DECLINED - " WS-AUDIT-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               IF NOT IS-QUOTE-RUN
                   PERFORM RECORD-ORIGINATION-LOG
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *> An application made on a quote: find the quote and decide
      *> now whether its rate will be honored, so the decision can
      *> claim it whichever way it goes.
           MOVE "N" TO WS-QUOTE-USABLE.
           IF WS-QUOTE-REF NOT = SPACES
               PERFORM CHECK-QUOTE-REFERENCE
           END-IF.

      *> Score the primary applicant
           MOVE WS-CUSTOMER-ID TO WS-SCORING-ID.
           PERFORM CALL-LOAN-SCORING.
               PERFORM CONSULT-RATE-TABLE
           END-IF.

      *> A live quote holds its rate however the table has moved
      *> since - the quote is the shop's word to the applicant.
           IF LR-ELIGIBLE = "Y" AND QUOTE-RATE-HONORED
               MOVE WS-QUOTED-RATE TO LR-INT-RATE
               DISPLAY "Rate held by quote " WS-QUOTE-REF
           END-IF.

      *> A scoring approval can still be too much debt for this
      *> customer's means once their existing loan book is counted -
      *> COBOL has the last word on that, same as the rate table.
               PERFORM CHECK-DEBT-TO-INCOME
           END-IF.

      *> Nor may it take the applicants' related group past the
      *> single-obligor limit without somebody else looking.
           MOVE "N" TO WS-OBLIGOR-REFER.
           IF LR-ELIGIBLE = "Y"
               PERFORM CHECK-OBLIGOR-LIMIT
           END-IF.

      *> An officer's exception rate below the table is priced in
      *> only once the loan is otherwise approvable; whether it is
      *> within the officer's own pricing authority decides whether
      *> it books now or waits for a senior officer.
           MOVE "N" TO WS-RATE-EXCEPTION.
           MOVE "N" TO WS-EXCEPTION-SENIOR.
           IF LR-ELIGIBLE = "Y" AND NOT IS-QUOTE-RUN
               AND WS-EXCEPTION-RATE-ARG NOT = SPACES
               PERFORM EVALUATE-RATE-EXCEPTION
           END-IF.

      *> A big enough approval is nobody's solo call: above the
      *> configured threshold it books as PENDING and waits for a
      *> second officer's LOAN-APPROVE decision. So does a rate
      *> exception beyond the officer's authority, and a loan
      *> referred for the single-obligor limit. The amortization
      *> schedule waits with it - there is no final decision yet.
           MOVE "N" TO WS-PENDING-SECOND.
           IF LR-ELIGIBLE = "Y" AND NOT IS-QUOTE-RUN
               AND (WS-LOAN-AMOUNT-USD > WS-APPROVAL-THRESHOLD
                   OR EXCEPTION-NEEDS-SENIOR
                   OR OBLIGOR-NEEDS-REFERRAL)
               SET NEEDS-SECOND-APPROVAL TO TRUE
           END-IF.

      *> Display results
           PERFORM DISPLAY-LOAN-RESULTS.

      *> A quote books nothing and notices nobody - an ineligible
      *> quote is simply shown, and an eligible one filed.
           EVALUATE TRUE
               WHEN IS-QUOTE-RUN
                   IF LR-ELIGIBLE = "Y"
                       PERFORM RECORD-QUOTE
                   END-IF
               WHEN LR-ELIGIBLE = "Y"
                   PERFORM RECORD-APPROVED-LOAN
               WHEN OTHER
                   PERFORM GENERATE-ADVERSE-ACTION-NOTICE
           END-EVALUATE.

      *> The decision claims the quote it was made on.
           IF QUOTE-RATE-HONORED
               IF LR-ELIGIBLE = "Y"
                   MOVE "BOOKED" TO WS-QUOTE-NEW-STATE
               ELSE
                   MOVE "DECLINED" TO WS-QUOTE-NEW-STATE
               END-IF
               PERFORM MARK-QUOTE-CLAIMED
           END-IF.

      *> Every decision is logged against the officer who took it.
           IF NOT IS-QUOTE-RUN
               PERFORM RECORD-ORIGINATION-LOG
           END-IF.

           MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF LR-ELIGIBLE = "Y"
               EVALUATE TRUE
                   WHEN IS-QUOTE-RUN AND WS-QUOTE-REF = SPACES
                       MOVE "QUOTED - NOT FILED" TO WS-AUDIT-OUTCOME
                   WHEN IS-QUOTE-RUN
                       STRING "QUOTED " WS-QUOTE-REF " RATE "
                           WS-RATE-SCALED
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                   WHEN NEEDS-SECOND-APPROVAL
                       AND EXCEPTION-NEEDS-SENIOR
                       MOVE "PENDING_RATE_EXCEPTION"
                           TO WS-AUDIT-OUTCOME
                   WHEN NEEDS-SECOND-APPROVAL
                       AND OBLIGOR-NEEDS-REFERRAL
                       MOVE "PENDING_OBLIGOR_LIMIT"
                           TO WS-AUDIT-OUTCOME
                   WHEN NEEDS-SECOND-APPROVAL
                       MOVE "PENDING_2ND_APPROVAL"
                           TO WS-AUDIT-OUTCOME
                   WHEN HAS-RATE-EXCEPTION
                       STRING "APPROVED - EXCEPTION " WS-RATE-SCALED
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                   WHEN QUOTE-RATE-HONORED
                       STRING "APPROVED - QUOTE " WS-QUOTE-REF
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                   WHEN OTHER
                       STRING "APPROVED - RATE " LR-INT-RATE-STR
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
               END-EVALUATE
           ELSE
               PERFORM BUILD-AUDIT-REJECT-REASON
               STRING "DECLINED - " WS-AUDIT-REJECT-REASON
           MOVE SPACES TO WS-CUSTOMER-ID WS-COAPPLICANT-ID
               WS-PURPOSE-CODE WS-AMOUNT-STR WS-TERM-STR
               WS-OPERATOR-ID WS-RATE-TYPE-ARG
               WS-RAW-LOAN-RESPONSE WS-QUOTE-REF
               WS-EXCEPTION-RATE-ARG WS-CONDITION-LIST.
           MOVE "USD" TO WS-CURRENCY-CODE.
           MOVE "N" TO WS-JOINT-APPLICATION.
           MOVE "N" TO WS-PENDING-SECOND.
           MOVE "N" TO WS-SECURED-APP.
           MOVE "N" TO WS-QUOTE-USABLE.
           MOVE "N" TO WS-RATE-EXCEPTION.
           MOVE "N" TO WS-EXCEPTION-SENIOR.
           MOVE 0 TO WS-LOAN-AMOUNT WS-LOAN-TERM WS-LOAN-AMOUNT-USD.
           MOVE 1 TO WS-FX-RATE.
           MOVE 0 TO LR-CREDIT-SCORE LR-INT-RATE LR-MAX-AMOUNT.

           PERFORM RELEASE-FILE-LOCK.

           MOVE LB-TIMESTAMP TO WS-BOOKED-TIMESTAMP.
           IF IS-SECURED-APPLICATION
               PERFORM ATTACH-PLEDGED-COLLATERAL
           END-IF.

           IF NEEDS-SECOND-APPROVAL
               PERFORM RECORD-PENDING-APPROVAL
           END-IF.

           IF HAS-RATE-EXCEPTION
               PERFORM RECORD-PRICING-EXCEPTION
           END-IF.

      *> Whatever the officer approved the loan on has to be in
      *> before LOAN-DISBURSE sends any money.
           IF WS-CONDITION-LIST NOT = SPACES
               MOVE WS-CUSTOMER-ID TO LCN-CUSTOMER-ID
               MOVE WS-BOOKED-TIMESTAMP TO LCN-LOAN-TIMESTAMP
               MOVE WS-OPERATOR-ID TO LCN-SET-BY
               MOVE WS-CONDITION-LIST TO LCN-CONDITION-LIST
               PERFORM ATTACH-LOAN-CONDITIONS
               DISPLAY LCN-ATTACHED-COUNT " condition(s) to fund "
                   "recorded on loan-conditions.dat"
           END-IF.

       RECORD-PENDING-APPROVAL.
      *> Queue the pending decision for the second officer with the
      *> maker's identity on it, so LOAN-APPROVE can insist the
           MOVE "PENDING" TO AQ-STATUS.
           MOVE SPACES TO AQ-CHECKER-ID.
           MOVE SPACES TO AQ-DECISION-TS.
      *> The reason tells LOAN-APPROVE who may decide the entry: a
      *> rate exception needs an officer whose own pricing
      *> authority covers the discount. A single-obligor referral
      *> is decided like an oversized loan, but says why it is here.
           EVALUATE TRUE
               WHEN EXCEPTION-NEEDS-SENIOR
                   AND WS-LOAN-AMOUNT-USD > WS-APPROVAL-THRESHOLD
                   MOVE "BOTH" TO AQ-REASON
               WHEN EXCEPTION-NEEDS-SENIOR
                   MOVE "RATE" TO AQ-REASON
               WHEN OBLIGOR-NEEDS-REFERRAL
                   AND WS-LOAN-AMOUNT-USD NOT > WS-APPROVAL-THRESHOLD
                   MOVE "OBLG" TO AQ-REASON
               WHEN OTHER
                   MOVE "SIZE" TO AQ-REASON
           END-EVALUATE.

      *> The append runs under the queue's shared lock so it cannot
      *> land mid-swap while LOAN-APPROVE is rewriting the file and

           PERFORM RELEASE-FILE-LOCK.

           EVALUATE TRUE
               WHEN EXCEPTION-NEEDS-SENIOR
                   AND WS-LOAN-AMOUNT-USD NOT > WS-APPROVAL-THRESHOLD
                   DISPLAY "Loan booked PENDING senior-officer "
                       "approval of the rate exception"
               WHEN AQ-REASON = "OBLG"
                   DISPLAY "Loan booked PENDING second-officer "
                       "approval (single-obligor limit "
                       FUNCTION TRIM(WS-OBLIGOR-LIMIT-DISP) ")"
               WHEN OTHER
                   DISPLAY "Loan booked PENDING second-officer "
                       "approval (threshold $" WS-APPROVAL-THRESHOLD
                       ")"
           END-EVALUATE.

       EVALUATE-RATE-EXCEPTION.
      *> The discount is measured from the rate the loan would
      *> otherwise book at - the table rate, or a quote's held rate.
      *> An exception rate that is not below it is no exception; the
      *> loan books at the table rate with the reason shown.
           MOVE LR-INT-RATE TO WS-TABLE-RATE.
           MOVE FUNCTION NUMVAL(WS-EXCEPTION-RATE-ARG)
               TO WS-EXCEPTION-RATE.
           IF WS-EXCEPTION-RATE = 0
               OR WS-EXCEPTION-RATE NOT < WS-TABLE-RATE
               DISPLAY "NOTE: exception rate "
                   FUNCTION TRIM(WS-EXCEPTION-RATE-ARG)
                   " is not below the table rate - priced at "
                   "the table"
               EXIT PARAGRAPH
           END-IF.

           SET HAS-RATE-EXCEPTION TO TRUE.
           COMPUTE WS-RATE-DISCOUNT =
               WS-TABLE-RATE - WS-EXCEPTION-RATE.
           MOVE WS-RATE-DISCOUNT TO WS-DISCOUNT-DISPLAY.

           MOVE WS-OPERATOR-ID TO PAU-OFFICER-ID.
           PERFORM LOOKUP-PRICING-AUTHORITY.
           IF NOT PRICING-UNLIMITED
               AND WS-RATE-DISCOUNT > PAU-MAX-DISCOUNT
               SET EXCEPTION-NEEDS-SENIOR TO TRUE
           END-IF.

           MOVE WS-EXCEPTION-RATE TO LR-INT-RATE.
           DISPLAY "Rate exception: table " WS-TABLE-RATE
               "% less " WS-DISCOUNT-DISPLAY " points".
           IF EXCEPTION-NEEDS-SENIOR
               DISPLAY "  Beyond the pricing authority of "
                   FUNCTION TRIM(WS-OPERATOR-ID) " ("
                   FUNCTION TRIM(PAU-ROLE) ")"
                   " - senior officer approval required"
               IF PAU-DENY-REASON NOT = SPACES
                   DISPLAY "  (" FUNCTION TRIM(PAU-DENY-REASON) ")"
               END-IF
           ELSE
               DISPLAY "  Within the pricing authority of "
                   FUNCTION TRIM(WS-OPERATOR-ID)
           END-IF.

       RECORD-PRICING-EXCEPTION.
      *> Register the exception with the rate the loan would have
      *> had and the rate it got. One the officer could grant is
      *> settled now; one beyond it stays PENDING until LOAN-APPROVE
      *> records the senior officer's decision on it.
           MOVE WS-BOOKED-TIMESTAMP TO PX-LOAN-TIMESTAMP.
           MOVE WS-CUSTOMER-ID TO PX-CUSTOMER-ID.
           MOVE WS-PURPOSE-CODE TO PX-PRODUCT-CODE.
           MOVE WS-LOAN-AMOUNT-USD TO WS-EXCEPTION-AMOUNT-EDIT.
           MOVE WS-EXCEPTION-AMOUNT-EDIT TO PX-AMOUNT-STR.
           MOVE WS-LOAN-TERM TO PX-TERM-STR.
           COMPUTE WS-TABLE-RATE-SCALED = WS-TABLE-RATE * 1000.
           MOVE WS-TABLE-RATE-SCALED TO PX-TABLE-RATE-STR.
           MOVE WS-RATE-SCALED TO PX-GRANTED-RATE-STR.
           MOVE WS-OPERATOR-ID TO PX-OFFICER-ID.
           MOVE PAU-ROLE TO PX-OFFICER-ROLE.
           IF EXCEPTION-NEEDS-SENIOR
               MOVE SPACES TO PX-APPROVER-ID
               MOVE "PENDING" TO PX-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO PX-APPROVER-ID
               MOVE "GRANTED" TO PX-STATUS
           END-IF.
           MOVE BDT-BUSINESS-DATE TO PX-DECISION-DATE.

      *> Same discipline as the approval queue: the register is
      *> rewritten by LOAN-APPROVE under this lock, and an entry that
      *> cannot get it is appended anyway after the holder is named
      *> - an unregistered exception is worse than a rare race.
           MOVE FCP-PRICING-EXCEPTIONS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND PRICING-EXCEPTION-FILE.
           IF WS-PRICING-EXC-STATUS = "35"
               OPEN OUTPUT PRICING-EXCEPTION-FILE
           END-IF.
           WRITE PRICING-EXCEPTION-RECORD.
           CLOSE PRICING-EXCEPTION-FILE.

           PERFORM RELEASE-FILE-LOCK.

           DISPLAY "Rate exception registered as "
               FUNCTION TRIM(PX-STATUS).

       RECORD-ORIGINATION-LOG.
      *> Append the decision to the origination log under the
      *> officer's identity - the only place the originating officer
      *> is kept against a loan once it is booked. Appended under
      *> its lock like the other registers; if the lock cannot be
      *> had, the entry is appended anyway after the holder is
      *> named.
           MOVE BDT-BUSINESS-DATE TO OL-DATE.
           MOVE WS-CUSTOMER-ID TO OL-CUSTOMER-ID.
           MOVE WS-OPERATOR-ID TO OL-OFFICER-ID.
           MOVE WS-LOAN-AMOUNT-USD TO WS-ORIGINATION-AMOUNT-EDIT.
           MOVE WS-ORIGINATION-AMOUNT-EDIT TO OL-AMOUNT-STR.
           MOVE WS-PURPOSE-CODE TO OL-PRODUCT-CODE.
           IF LR-ELIGIBLE = "Y"
               MOVE WS-BOOKED-TIMESTAMP TO OL-LOAN-TIMESTAMP
               MOVE WS-RATE-SCALED TO OL-RATE-STR
               IF NEEDS-SECOND-APPROVAL
                   MOVE "PENDING" TO OL-DECISION
               ELSE
                   MOVE "APPROVED" TO OL-DECISION
               END-IF
           ELSE
               MOVE SPACES TO OL-LOAN-TIMESTAMP
               MOVE "00000" TO OL-RATE-STR
               MOVE "DECLINED" TO OL-DECISION
           END-IF.

           MOVE FCP-ORIGINATION-LOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND ORIGINATION-LOG-FILE.
           IF WS-ORIGINATION-LOG-STATUS = "35"
               OPEN OUTPUT ORIGINATION-LOG-FILE
           END-IF.
           WRITE ORIGINATION-LOG-RECORD.
           CLOSE ORIGINATION-LOG-FILE.

           PERFORM RELEASE-FILE-LOCK.

       LOAD-QUOTE-CONFIG.
      *> Days a quote holds its rate. A missing or unreadable config
      *> file falls back to the default rather than refusing quotes.
           OPEN INPUT QUOTE-CONFIG-FILE.
           IF WS-QUOTE-CFG-STATUS = "00"
               READ QUOTE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(QUOTE-CONFIG-RECORD) > 0
                           MOVE FUNCTION NUMVAL(QUOTE-CONFIG-RECORD)
                               TO WS-QUOTE-VALID-DAYS
                       END-IF
               END-READ
               CLOSE QUOTE-CONFIG-FILE
           END-IF.

       RECORD-QUOTE.
      *> File the eligible quote under the next reference off the
      *> quote counter. The counter bump and the append run under
      *> the quotes file's lock, so two quote runs cannot issue the
      *> same reference; if the lock cannot be had no reference is
      *> issued at all - a quote that is not on file could never be
      *> honored, so the applicant must not be handed one.
           MOVE SPACES TO WS-QUOTE-REF.
           COMPUTE WS-RATE-SCALED = LR-INT-RATE * 1000.
           COMPUTE WS-QUOTE-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BDT-BUSINESS-DATE))
               + WS-QUOTE-VALID-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-QUOTE-DAYS)
               TO WS-QUOTE-EXPIRY.

           MOVE FCP-LOAN-QUOTES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: loan-quotes.dat is locked - no "
                   "quote reference issued; quote again shortly"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ISSUE-NEXT-QUOTE-NUMBER.
           STRING "Q" WS-NEXT-QUOTE-NUMBER
               DELIMITED BY SIZE INTO WS-QUOTE-REF
           END-STRING.

           MOVE WS-QUOTE-REF TO QT-QUOTE-REF.
           MOVE WS-CUSTOMER-ID TO QT-CUSTOMER-ID.
           MOVE WS-COAPPLICANT-ID TO QT-COAPPLICANT-ID.
           MOVE WS-PURPOSE-CODE TO QT-PRODUCT-CODE.
           MOVE WS-LOAN-AMOUNT-USD TO WS-QUOTE-AMOUNT-EDIT.
           MOVE WS-QUOTE-AMOUNT-EDIT TO QT-AMOUNT-STR.
           MOVE WS-LOAN-TERM TO QT-TERM-STR.
           MOVE WS-RATE-SCALED TO QT-RATE-STR.
           MOVE WS-RATE-TYPE TO QT-RATE-TYPE.
           MOVE LR-CREDIT-SCORE TO QT-CREDIT-SCORE-STR.
           MOVE BDT-BUSINESS-DATE TO QT-ISSUED-DATE.
           MOVE WS-QUOTE-EXPIRY TO QT-EXPIRY-DATE.
           MOVE WS-OPERATOR-ID TO QT-OPERATOR-ID.
           MOVE "OPEN" TO QT-STATUS.
           MOVE SPACES TO QT-APPLIED-DATE.
           MOVE SPACES TO QT-LOAN-TIMESTAMP.

           OPEN EXTEND QUOTE-FILE.
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT QUOTE-FILE
           END-IF.
           WRITE QUOTE-RECORD.
           CLOSE QUOTE-FILE.
           ADD 1 TO WS-CT-DATA-APPENDS-2.

           PERFORM RELEASE-FILE-LOCK.

           DISPLAY "Quote reference: " WS-QUOTE-REF
               "  rate held through " WS-QUOTE-EXPIRY.

       ISSUE-NEXT-QUOTE-NUMBER.
      *> One-record counter file, the way case numbers are issued.
           MOVE 0 TO WS-NEXT-QUOTE-NUMBER.
           OPEN INPUT QUOTE-NUMBER-FILE.
           IF WS-QUOTE-NUMBER-STATUS = "00"
               READ QUOTE-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(QN-LAST-NUMBER-STR)
                           TO WS-NEXT-QUOTE-NUMBER
               END-READ
               CLOSE QUOTE-NUMBER-FILE
           END-IF.

           ADD 1 TO WS-NEXT-QUOTE-NUMBER.
           MOVE WS-NEXT-QUOTE-NUMBER TO QN-LAST-NUMBER-STR.

           OPEN OUTPUT QUOTE-NUMBER-FILE.
           WRITE QUOTE-NUMBER-RECORD.
           CLOSE QUOTE-NUMBER-FILE.

       CHECK-QUOTE-REFERENCE.
      *> The quote named on the application holds its rate only if
      *> it is this customer's, still OPEN, not past its expiry, and
      *> for the same product and rate type and no more money than
      *> was quoted. Anything else is priced at today's table, with
      *> the reason shown - a bad reference is not a reason to turn
      *> the application away.
           MOVE "N" TO WS-QUOTE-FOUND.
           MOVE "QUOTE_NOT_FOUND" TO WS-QUOTE-REFUSAL.

           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS = "00"
               MOVE "N" TO WS-QUOTE-EOF
               PERFORM READ-QUOTE-FOR-CLAIM
                   UNTIL QUOTE-AT-EOF OR QUOTE-ON-FILE
               CLOSE QUOTE-FILE
           END-IF.

           IF QUOTE-RATE-HONORED
               DISPLAY "Quote " WS-QUOTE-REF " accepted - rate held"
           ELSE
               DISPLAY "NOTE: quote " WS-QUOTE-REF " not honored ("
                   FUNCTION TRIM(WS-QUOTE-REFUSAL)
                   ") - priced at today's rate table"
           END-IF.

       READ-QUOTE-FOR-CLAIM.
           READ QUOTE-FILE
               AT END
                   MOVE "Y" TO WS-QUOTE-EOF
               NOT AT END
                   IF QT-QUOTE-REF = WS-QUOTE-REF
                       MOVE "Y" TO WS-QUOTE-FOUND
                       PERFORM EVALUATE-QUOTE-CLAIM
                   END-IF
           END-READ.

       EVALUATE-QUOTE-CLAIM.
           EVALUATE TRUE
               WHEN QT-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                   MOVE "QUOTE_OTHER_CUSTOMER" TO WS-QUOTE-REFUSAL
               WHEN QT-STATUS NOT = "OPEN"
                   MOVE "QUOTE_ALREADY_USED" TO WS-QUOTE-REFUSAL
               WHEN QT-EXPIRY-DATE < BDT-BUSINESS-DATE
                   MOVE "QUOTE_EXPIRED" TO WS-QUOTE-REFUSAL
               WHEN QT-PRODUCT-CODE NOT = WS-PURPOSE-CODE
                   MOVE "QUOTE_PRODUCT_DIFFERS" TO WS-QUOTE-REFUSAL
               WHEN QT-RATE-TYPE NOT = WS-RATE-TYPE
                   MOVE "QUOTE_RATE_TYPE_DIFFERS" TO WS-QUOTE-REFUSAL
               WHEN WS-LOAN-AMOUNT-USD >
                   FUNCTION NUMVAL(QT-AMOUNT-STR)
                   MOVE "QUOTE_AMOUNT_EXCEEDED" TO WS-QUOTE-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO WS-QUOTE-REFUSAL
                   MOVE "Y" TO WS-QUOTE-USABLE
                   COMPUTE WS-QUOTED-RATE =
                       FUNCTION NUMVAL(QT-RATE-STR) / 1000
           END-EVALUATE.

       MARK-QUOTE-CLAIMED.
      *> Stamp the decision on the quote so it cannot be claimed
      *> twice. The quotes file is line sequential: copy it with the
      *> one entry updated and swap the copy into place under the
      *> file's lock.
           MOVE FCP-LOAN-QUOTES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: loan-quotes.dat is locked - mark "
                   "quote " WS-QUOTE-REF " " WS-QUOTE-NEW-STATE
                   " by hand"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT QUOTE-NEW-FILE.
           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS = "00"
               MOVE "N" TO WS-QUOTE-EOF
               PERFORM COPY-CLAIMING-QUOTE
                   UNTIL QUOTE-AT-EOF
               CLOSE QUOTE-FILE
           END-IF.
           CLOSE QUOTE-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f loan-quotes.new "
               FUNCTION TRIM(FCP-LOAN-QUOTES)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-CLAIMING-QUOTE.
           READ QUOTE-FILE
               AT END
                   MOVE "Y" TO WS-QUOTE-EOF
               NOT AT END
                   IF QT-QUOTE-REF = WS-QUOTE-REF
                       MOVE WS-QUOTE-NEW-STATE TO QT-STATUS
                       MOVE BDT-BUSINESS-DATE TO QT-APPLIED-DATE
                       IF WS-QUOTE-NEW-STATE = "BOOKED"
                           MOVE WS-BOOKED-TIMESTAMP
                               TO QT-LOAN-TIMESTAMP
                       END-IF
                   END-IF
                   MOVE QUOTE-RECORD TO QUOTE-NEW-RECORD
                   WRITE QUOTE-NEW-RECORD
           END-READ.

       LOAD-APPROVAL-CONFIG.
      *> A missing or unreadable config file falls back to the
               CLOSE APPROVAL-CONFIG-FILE
           END-IF.

       LOAD-OBLIGOR-CONFIG.
      *> Line 1 is the single-obligor limit, line 2 what to do with
      *> an application over it (DECLINE or REFER). A missing file,
      *> or a line that does not make sense, keeps the default.
           OPEN INPUT OBLIGOR-CONFIG-FILE.
           IF WS-OBLIGOR-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-OBLIGOR-CFG-LINE.
           PERFORM UNTIL WS-OBLIGOR-CFG-LINE > 1
               READ OBLIGOR-CONFIG-FILE
                   AT END
                       MOVE 2 TO WS-OBLIGOR-CFG-LINE
                   NOT AT END
                       ADD 1 TO WS-OBLIGOR-CFG-LINE
                       PERFORM APPLY-OBLIGOR-CONFIG-LINE
               END-READ
           END-PERFORM.

           CLOSE OBLIGOR-CONFIG-FILE.

       APPLY-OBLIGOR-CONFIG-LINE.
           IF WS-OBLIGOR-CFG-LINE = 1
               IF FUNCTION NUMVAL(OBLIGOR-CONFIG-RECORD) > 0
                   MOVE FUNCTION NUMVAL(OBLIGOR-CONFIG-RECORD)
                       TO WS-OBLIGOR-LIMIT
               END-IF
           ELSE
               IF OBLIGOR-CONFIG-RECORD(1:7) = "DECLINE"
                   OR OBLIGOR-CONFIG-RECORD(1:5) = "REFER"
                   MOVE OBLIGOR-CONFIG-RECORD(1:7)
                       TO WS-OBLIGOR-ACTION
               END-IF
           END-IF.

       GENERATE-ADVERSE-ACTION-NOTICE.
      *> Append a durable, per-applicant adverse action record for a
      *> declined application, with a plain-English notice text keyed
                       "can be extended on it."
                       DELIMITED BY SIZE INTO AA-NOTICE-TEXT
                   END-STRING
               WHEN "SINGLE_OBLIGOR_LIMIT"
                   STRING "With related parties' loans, this loan "
                       "exceeds the most we lend to one borrower."
                       DELIMITED BY SIZE INTO AA-NOTICE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "Your application did not meet our "
                       "lending criteria for the reason shown "
           IF NOT SYS-CALL-OK
               PERFORM LOG-SYSTEM-ERROR
               PERFORM SHOW-SAFE-DEFAULTS
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE "ERROR - SCORING_CALL_EXHAUSTED_RETRIES"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
                   DISPLAY "ERROR: No response from Python script"
                   CLOSE RESPONSE-FILE
                   PERFORM SHOW-SAFE-DEFAULTS
                   MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
                   MOVE "ERROR - NO_SCORING_RESPONSE"
                       TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
               DISPLAY ""
               DISPLAY ">>> ERROR: Python script returned error code"
               PERFORM SHOW-SAFE-DEFAULTS
               MOVE WS-APPLICATION-ACTION TO WS-AUDIT-ACTION
               MOVE "ERROR - SCORING_RETURN_CODE_99"
                   TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE "Y" TO WS-RATE-FOUND
           END-IF.

       CHECK-PRODUCT-RULES.
      *> Sets WS-PRODUCT-REJECT to the first product rule the
      *> application breaks, or leaves it spaces. Amounts are checked
      *> in USD, the same as the shop-wide bounds. A shop with no
      *> catalog file yet lends on the shop-wide bounds alone.
           MOVE SPACES TO WS-PRODUCT-REJECT.
           MOVE WS-PURPOSE-CODE TO PRD-PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT.
           IF NOT PRODUCT-CATALOG-PRESENT
               EXIT PARAGRAPH
           END-IF.

           IF NOT PRODUCT-CODE-KNOWN
               DISPLAY "ERROR: Unknown product code " WS-PURPOSE-CODE
               MOVE "PRODUCT_UNKNOWN" TO WS-PRODUCT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF NOT PRODUCT-IN-FORCE OR NOT PRODUCT-ACTIVE
               DISPLAY "ERROR: Product " WS-PURPOSE-CODE
                   " is not currently offered"
               MOVE "PRODUCT_INACTIVE" TO WS-PRODUCT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOAN-AMOUNT-USD < PRD-MIN-AMOUNT
               OR WS-LOAN-AMOUNT-USD > PRD-MAX-AMOUNT
               DISPLAY "ERROR: " FUNCTION TRIM(PRD-PRODUCT-NAME)
                   " amount (USD equivalent) must be between "
                   PRD-MIN-AMOUNT " and " PRD-MAX-AMOUNT
               MOVE "AMOUNT_OUTSIDE_PRODUCT" TO WS-PRODUCT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOAN-TERM < PRD-MIN-TERM
               OR WS-LOAN-TERM > PRD-MAX-TERM
               DISPLAY "ERROR: " FUNCTION TRIM(PRD-PRODUCT-NAME)
                   " term must be between " PRD-MIN-TERM " and "
                   PRD-MAX-TERM " months"
               MOVE "TERM_OUTSIDE_PRODUCT" TO WS-PRODUCT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RATE-TYPE = "V" AND NOT PRODUCT-ALLOWS-VARIABLE
               DISPLAY "ERROR: " FUNCTION TRIM(PRD-PRODUCT-NAME)
                   " is offered at a fixed rate only"
               MOVE "RATE_TYPE_NOT_OFFERED" TO WS-PRODUCT-REJECT
           END-IF.

       CHECK-COLLATERAL-COVER.
      *> A product with loan-to-value rows in force is secured: the
      *> applicant needs collateral of a listed type pledged on the
      *> register and not yet tied to a loan, and the USD amount may
      *> not exceed the sum of each pledged asset's appraised value
      *> times its type's maximum LTV. An unsecured product (no rows,
      *> or no table at all) passes straight through.
           MOVE SPACES TO WS-PRODUCT-REJECT.
           MOVE "N" TO WS-SECURED-APP.
           MOVE 0 TO WS-LTV-USED.
           MOVE 0 TO WS-PLEDGED-COUNT.
           MOVE 0 TO WS-PLEDGED-VALUE.
           MOVE 0 TO WS-LENDABLE-VALUE.

           OPEN INPUT COLLATERAL-LTV-FILE.
           IF WS-LTV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LTV-EOF.
           PERFORM READ-COLLATERAL-LTV-RECORD
               UNTIL LTV-AT-EOF.
           CLOSE COLLATERAL-LTV-FILE.

           IF WS-LTV-USED = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SECURED-APP.

           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS = "00"
               MOVE "N" TO WS-COLLATERAL-EOF
               PERFORM READ-PLEDGED-COLLATERAL
                   UNTIL COLLATERAL-AT-EOF
               CLOSE COLLATERAL-FILE
           END-IF.

           IF WS-PLEDGED-COUNT = 0
               DISPLAY "ERROR: " WS-PURPOSE-CODE " is a secured "
                   "product - no eligible collateral is pledged for "
                   FUNCTION TRIM(WS-CUSTOMER-ID)
               MOVE "COLLATERAL_REQUIRED" TO WS-PRODUCT-REJECT
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOAN-AMOUNT-USD > WS-LENDABLE-VALUE
               DISPLAY "ERROR: Amount (USD equivalent) exceeds the "
                   "maximum loan-to-value - collateral appraised at "
                   WS-PLEDGED-VALUE " supports at most "
                   WS-LENDABLE-VALUE
               MOVE "LTV_EXCEEDED" TO WS-PRODUCT-REJECT
           END-IF.

       READ-COLLATERAL-LTV-RECORD.
           READ COLLATERAL-LTV-FILE
               AT END
                   MOVE "Y" TO WS-LTV-EOF
               NOT AT END
                   PERFORM EVALUATE-COLLATERAL-LTV-ROW
           END-READ.

       EVALUATE-COLLATERAL-LTV-ROW.
      *> A row only applies when its effective-date range covers the
      *> processing date; spaces on either side leave that side open.
           IF LV-PRODUCT-CODE NOT = WS-PURPOSE-CODE
               EXIT PARAGRAPH
           END-IF.
           IF (LV-EFFECTIVE-FROM NOT = SPACES
               AND LV-EFFECTIVE-FROM > WS-PROCESSING-DATE)
               OR (LV-EFFECTIVE-TO NOT = SPACES
                   AND LV-EFFECTIVE-TO < WS-PROCESSING-DATE)
               EXIT PARAGRAPH
           END-IF.

           IF WS-LTV-USED < 10
               ADD 1 TO WS-LTV-USED
               MOVE LV-COLLATERAL-TYPE TO WS-LTV-TYPE(WS-LTV-USED)
               MOVE FUNCTION NUMVAL(LV-MAX-LTV-STR)
                   TO WS-LTV-PCT(WS-LTV-USED)
           END-IF.

       READ-PLEDGED-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CG-LIEN-STATUS = "PLEDGED"
                       AND CG-LOAN-TIMESTAMP = SPACES
                       PERFORM FIND-LTV-FOR-COLLATERAL
                       IF WS-LTV-HIT > 0
                           ADD 1 TO WS-PLEDGED-COUNT
                           ADD FUNCTION NUMVAL(CG-APPRAISED-VALUE-STR)
                               TO WS-PLEDGED-VALUE
                           COMPUTE WS-LENDABLE-VALUE ROUNDED =
                               WS-LENDABLE-VALUE
                               + FUNCTION NUMVAL(CG-APPRAISED-VALUE-STR)
                               * WS-LTV-PCT(WS-LTV-HIT) / 100
                       END-IF
                   END-IF
           END-READ.

       FIND-LTV-FOR-COLLATERAL.
           MOVE 0 TO WS-LTV-HIT.
           PERFORM MATCH-LTV-TYPE
               VARYING WS-LTV-IX FROM 1 BY 1
               UNTIL WS-LTV-IX > WS-LTV-USED OR WS-LTV-HIT > 0.

       MATCH-LTV-TYPE.
           IF WS-LTV-TYPE(WS-LTV-IX) = CG-COLLATERAL-TYPE
               MOVE WS-LTV-IX TO WS-LTV-HIT
           END-IF.

       ATTACH-PLEDGED-COLLATERAL.
      *> The loan is on the book, so the assets it was lent against
      *> are tied to its key and their liens RECORDED. The register
      *> is line sequential: copy it with those entries updated and
      *> swap the copy into place under the register's own lock.
           MOVE FCP-COLLATERAL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: collateral-register.dat is locked - "
                   "attach the pledged collateral to loan "
                   WS-BOOKED-TIMESTAMP " by hand"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT COLLATERAL-NEW-FILE.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS = "00"
               MOVE "N" TO WS-COLLATERAL-EOF
               PERFORM COPY-ATTACHING-COLLATERAL
                   UNTIL COLLATERAL-AT-EOF
               CLOSE COLLATERAL-FILE
           END-IF.
           CLOSE COLLATERAL-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f collateral-register.new "
               FUNCTION TRIM(FCP-COLLATERAL)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ATTACHING-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CG-LIEN-STATUS = "PLEDGED"
                       AND CG-LOAN-TIMESTAMP = SPACES
                       PERFORM FIND-LTV-FOR-COLLATERAL
                       IF WS-LTV-HIT > 0
                           MOVE WS-BOOKED-TIMESTAMP
                               TO CG-LOAN-TIMESTAMP
                           MOVE "RECORDED" TO CG-LIEN-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO CG-UPDATED-TS
                           MOVE WS-OPERATOR-ID TO CG-UPDATED-BY
                       END-IF
                   END-IF
                   MOVE COLLATERAL-RECORD TO COLLATERAL-NEW-RECORD
                   WRITE COLLATERAL-NEW-RECORD
           END-READ.

       CONSULT-CURRENCY-TABLE.
      *> Scan the ops-maintained currency table for WS-CURRENCY-CODE.
      *> USD needs no lookup at all. If the table is missing, empty,
               MOVE "DEBT_TO_INCOME_TOO_HIGH" TO LR-REJECT-REASON
           END-IF.

       CHECK-OBLIGOR-LIMIT.
      *> The applicants and everyone joined to them through ACTIVE
      *> links on the related-party register are one obligor. Their
      *> open loans - anything booked and not yet VETOED, PAID or
      *> CHARGE-OFF, since a PENDING or APPROVED loan is a
      *> commitment as surely as an ACTIVE one is a debt - plus this
      *> one may not pass the single-obligor limit. With no register
      *> the group is just the applicants themselves.
           PERFORM LOAD-RELATED-PARTIES.
           PERFORM START-RELATED-GROUP.
           MOVE WS-CUSTOMER-ID TO RPG-SEED-ID.
           PERFORM ADD-RELATED-MEMBER.
           IF IS-JOINT-APPLICATION
               MOVE WS-COAPPLICANT-ID TO RPG-SEED-ID
               PERFORM ADD-RELATED-MEMBER
           END-IF.
           PERFORM EXPAND-RELATED-GROUP.

           PERFORM SUM-GROUP-EXPOSURE.

           MOVE WS-OBLIGOR-LIMIT TO WS-OBLIGOR-LIMIT-DISP.
           IF RPG-MEMBER-COUNT > 1
               MOVE WS-GROUP-EXPOSURE TO WS-GROUP-EXPOSURE-DISP
               MOVE RPG-MEMBER-COUNT TO WS-GROUP-MEMBERS-DISP
               DISPLAY "Related group " FUNCTION TRIM(RPG-GROUP-LABEL)
                   " (" FUNCTION TRIM(WS-GROUP-MEMBERS-DISP)
                   " members) open loans: "
                   FUNCTION TRIM(WS-GROUP-EXPOSURE-DISP)
           END-IF.

           IF WS-GROUP-EXPOSURE + WS-LOAN-AMOUNT-USD
               NOT > WS-OBLIGOR-LIMIT
               EXIT PARAGRAPH
           END-IF.

           IF OBLIGOR-LIMIT-DECLINES
               MOVE "N" TO LR-ELIGIBLE
               MOVE "SINGLE_OBLIGOR_LIMIT" TO LR-REJECT-REASON
           ELSE
               MOVE "Y" TO WS-OBLIGOR-REFER
               DISPLAY "Related group would pass the single-obligor "
                   "limit of " FUNCTION TRIM(WS-OBLIGOR-LIMIT-DISP)
                   " - referred to a second officer"
           END-IF.

       SUM-GROUP-EXPOSURE.
      *> Each member's loans as borrower, then the joint loans where
      *> a member is the co-applicant and the borrower is outside
      *> the group (inside it, the borrower pass already counted
      *> the loan). Keyed STARTs, as for debt-to-income.
           MOVE 0 TO WS-GROUP-EXPOSURE.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RPG-MEMBER-IX FROM 1 BY 1
               UNTIL RPG-MEMBER-IX > RPG-MEMBER-COUNT
               MOVE RPG-MEMBER-ID(RPG-MEMBER-IX) TO WS-DTI-LOOKUP-ID
               PERFORM SUM-GROUP-AS-BORROWER
               PERFORM SUM-GROUP-AS-COAPPLICANT
           END-PERFORM.

           CLOSE LOAN-BOOK-FILE.

       SUM-GROUP-AS-BORROWER.
           MOVE "N" TO WS-DTI-EOF.
           MOVE SPACES TO LB-BOOK-KEY.
           MOVE WS-DTI-LOOKUP-ID TO LB-CUSTOMER-ID.
           START LOAN-BOOK-FILE KEY IS NOT LESS THAN LB-BOOK-KEY
               INVALID KEY MOVE "Y" TO WS-DTI-EOF
           END-START.

           PERFORM READ-GROUP-BORROWER-RECORD
               UNTIL DTI-AT-EOF.

       READ-GROUP-BORROWER-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DTI-EOF
               NOT AT END
                   IF LB-CUSTOMER-ID NOT = WS-DTI-LOOKUP-ID
                       MOVE "Y" TO WS-DTI-EOF
                   ELSE
                       PERFORM ADD-GROUP-EXPOSURE
                   END-IF
           END-READ.

       SUM-GROUP-AS-COAPPLICANT.
           MOVE "N" TO WS-DTI-EOF.
           MOVE WS-DTI-LOOKUP-ID TO LB-COAPPLICANT-ID.
           START LOAN-BOOK-FILE
               KEY IS NOT LESS THAN LB-COAPPLICANT-ID
               INVALID KEY MOVE "Y" TO WS-DTI-EOF
           END-START.

           PERFORM READ-GROUP-COAPP-RECORD
               UNTIL DTI-AT-EOF.

       READ-GROUP-COAPP-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DTI-EOF
               NOT AT END
                   IF LB-COAPPLICANT-ID NOT = WS-DTI-LOOKUP-ID
                       MOVE "Y" TO WS-DTI-EOF
                   ELSE
                       MOVE LB-CUSTOMER-ID TO RPG-SEED-ID
                       PERFORM CHECK-RELATED-MEMBER
                       IF NOT RPG-ALREADY-MEMBER
                           PERFORM ADD-GROUP-EXPOSURE
                       END-IF
                   END-IF
           END-READ.

       ADD-GROUP-EXPOSURE.
           IF LB-STATUS NOT = "VETOED" AND LB-STATUS NOT = "PAID"
               AND LB-STATUS NOT = "CHARGE-OFF"
               ADD FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
                   TO WS-GROUP-EXPOSURE
           END-IF.

       CHECK-APPLICANTS-NOT-CLOSED.
      *> Check the primary (and, on a joint application, the
      *> co-applicant) against the master's account status. A missing
                    WS-CURRENCY-CODE
                    WS-OPERATOR-ID
                    WS-RATE-TYPE-ARG
                    WS-QUOTE-REF
                    WS-EXCEPTION-RATE-ARG
                    WS-CONDITION-LIST
           END-UNSTRING.

      *> "-" stands for an absent co-applicant, so a batch line (or a
               SET IS-JOINT-APPLICATION TO TRUE
           END-IF.

           IF WS-CURRENCY-CODE = SPACES OR WS-CURRENCY-CODE = "-"
               MOVE "USD" TO WS-CURRENCY-CODE
           END-IF.

               MOVE "F" TO WS-RATE-TYPE
           END-IF.

      *> The optional ninth argument names a quote whose rate the
      *> applicant is claiming.
           IF WS-QUOTE-REF = "-"
               MOVE SPACES TO WS-QUOTE-REF
           END-IF.

      *> The optional tenth argument is the officer's requested
      *> exception rate, as a percentage.
           IF WS-EXCEPTION-RATE-ARG = "-"
               MOVE SPACES TO WS-EXCEPTION-RATE-ARG
           END-IF.

      *> The optional eleventh argument lists the conditions to
      *> fund the approval is given on.
           IF WS-CONDITION-LIST = "-"
               MOVE SPACES TO WS-CONDITION-LIST
           END-IF.

           IF WS-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-AMOUNT-STR) TO WS-LOAN-AMOUNT
           END-IF.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "PRODUCT-CATALOG-PARA.cpy".

       COPY "PRICING-AUTHORITY-PARA.cpy".

       COPY "RELATED-PARTY-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "LOAN-CONDITION-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
