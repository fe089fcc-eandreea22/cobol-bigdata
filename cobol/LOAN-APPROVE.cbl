      *> the decision land on loan-approval-queue.dat and the shared
      *> audit trail.
      *>
      *> A loan queued for an officer's rate exception beyond their
      *> pricing authority is decided the same way, by a CREDIT
      *> officer who must also hold pricing authority
      *> (pricing-authority.dat,
      *> by roster role) that covers the discount on
      *> pricing-exception-register.dat, and the decision is recorded
      *> there as APPROVED or VETOED with them as the approver. A
      *> veto declines the loan, as it does for an oversized one.
      *> A loan referred because it would take the borrower's
      *> related group (related-party-register.dat) over the
      *> single-obligor limit is decided like an oversized one.
      *>
      *> Invocation: LOAN-APPROVE <customer_id> <loan_timestamp>
      *>                          <officer_id> <CONFIRM|VETO>
      *>                          [conditions]
      *>   [conditions] are the conditions to fund a CONFIRM is given
      *>   on, as names separated by commas (no blanks). Each goes on
      *>   loan-conditions.dat OPEN with the deciding officer as the
      *>   one who set it, and LOAN-DISBURSE will not fund the loan
      *>   until CONDITION-CLEAR has cleared them all.
      *> Example: ./loan-approve C-00001 2025011514300000+0000
      *>          A-0002 CONFIRM
      *> Example: ./loan-approve C-00001 2025011514300000+0000
      *>          A-0002 CONFIRM INCOME-PROOF,SIGNED-AGREEMENT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-NEW-STATUS.

           SELECT PRICING-AUTHORITY-FILE
               ASSIGN TO FCP-PRICING-AUTHORITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAU-FILE-STATUS.

           SELECT PRICING-EXCEPTION-FILE
               ASSIGN TO FCP-PRICING-EXCEPTIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-EXC-STATUS.

           SELECT PRICING-EXCEPTION-NEW-FILE
               ASSIGN TO "pricing-exception-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICING-NEW-STATUS.

           SELECT ADVERSE-ACTION-FILE
               ASSIGN TO FCP-ADVERSE-NOTICES
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "loan-amort-schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-CONDITION-FILE ASSIGN TO FCP-LOAN-CONDITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCN-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           COPY "LOAN-APPROVAL-REC.cpy".

       FD  APPROVAL-QUEUE-NEW-FILE.
       01  APPROVAL-QUEUE-NEW-RECORD     PIC X(120).

       FD  PRICING-AUTHORITY-FILE.
           COPY "PRICING-AUTHORITY-REC.cpy".

       FD  PRICING-EXCEPTION-FILE.
           COPY "PRICING-EXCEPTION-REC.cpy".

       FD  PRICING-EXCEPTION-NEW-FILE.
       01  PRICING-EXCEPTION-NEW-RECORD  PIC X(105).

       FD  ADVERSE-ACTION-FILE.
           COPY "ADVERSE-ACTION-REC.cpy".
       FD  AMORT-REPORT-FILE.
       01  AMORT-REPORT-RECORD           PIC X(80).

       FD  LOAN-CONDITION-FILE.
           COPY "LOAN-CONDITION-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

           88  PENDING-ENTRY-FOUND       VALUE "Y".
       01  WS-MAKER-ID                   PIC X(10) VALUE SPACES.
       01  WS-NEW-QUEUE-STATUS           PIC X(8) VALUE SPACES.
       01  WS-QUEUE-REASON               PIC X(4) VALUE SPACES.
           88  QUEUED-FOR-RATE           VALUE "RATE" "BOTH".

      *> Pricing exception register work fields: the discount the
      *> deciding officer's authority must cover, and the decision
      *> recorded against it.
       01  WS-PRICING-EXC-STATUS         PIC XX VALUE SPACES.
       01  WS-PRICING-NEW-STATUS         PIC XX VALUE SPACES.
       01  WS-PRICING-EOF                PIC X VALUE "N".
           88  PRICING-AT-EOF            VALUE "Y".
       01  WS-EXCEPTION-FOUND            PIC X VALUE "N".
           88  EXCEPTION-ON-REGISTER     VALUE "Y".
       01  WS-RATE-DISCOUNT              PIC 9(2)V9(4) VALUE 0.
       01  WS-NEW-EXCEPTION-STATUS       PIC X(8) VALUE SPACES.

      *> Adverse action notice work fields
       01  WS-ADVERSE-STATUS             PIC XX VALUE SPACES.
       01  WS-LOAN-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-OFFICER-ID                 PIC X(10) VALUE SPACES.
       01  WS-DECISION                   PIC X(7) VALUE SPACES.
       01  WS-CONDITION-LIST             PIC X(100) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

      *> Officer pricing authority (how far below the rate table
      *> each roster role may price on its own say-so)
           COPY "PRICING-AUTHORITY-WS.cpy".

      *> Loan conditions to fund (attached at approval, cleared by
      *> a second operator through CONDITION-CLEAR)
           COPY "LOAN-CONDITION-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".
                    WS-LOAN-TIMESTAMP
                    WS-OFFICER-ID
                    WS-DECISION
                    WS-CONDITION-LIST
           END-UNSTRING.

           IF WS-CUSTOMER-ID = SPACES OR WS-LOAN-TIMESTAMP = SPACES
               STOP RUN
           END-IF.

      *> The pending queue entry carries the maker and the reason
      *> the loan was queued; without one there is nothing to
      *> decide.
           PERFORM FIND-PENDING-ENTRY.

           IF NOT PENDING-ENTRY-FOUND
               DISPLAY "ERROR: No PENDING approval on "
                   "loan-approval-queue.dat for " WS-CUSTOMER-ID
                   " / " WS-LOAN-TIMESTAMP
               MOVE "LOAN_APPROVE" TO WS-AUDIT-ACTION
               MOVE "REJECTED - NOT_PENDING" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Only an active CREDIT officer on the roster decides any
      *> queue entry; a rate exception (alone or on an oversized
      *> loan) further needs an officer whose own pricing authority
      *> covers the discount. Every denial lands on the trail.
           MOVE WS-OFFICER-ID TO OPA-OPERATOR-ID.
           MOVE "CREDIT" TO OPA-REQUIRED-ROLE.
           PERFORM CHECK-OPERATOR-AUTH.
           IF OPERATOR-AUTHORIZED AND QUEUED-FOR-RATE
               PERFORM CHECK-EXCEPTION-AUTHORITY
           END-IF.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OFFICER-ID)
                   " not authorized: " OPA-DENY-REASON
               STOP RUN
           END-IF.

      *> Maker/checker: the deciding officer must be somebody other
      *> than the operator who originated the application.
           IF WS-OFFICER-ID = WS-MAKER-ID
           IF WS-DECISION = "CONFIRM"
               MOVE "APPROVED" TO WS-NEW-BOOK-STATUS
               MOVE "CONFIRMD" TO WS-NEW-QUEUE-STATUS
               MOVE "APPROVED" TO WS-NEW-EXCEPTION-STATUS
           ELSE
               MOVE "VETOED" TO WS-NEW-BOOK-STATUS
               MOVE "VETOED" TO WS-NEW-QUEUE-STATUS
               MOVE "VETOED" TO WS-NEW-EXCEPTION-STATUS
           END-IF.

           PERFORM REWRITE-LOAN-BOOK.
           PERFORM REWRITE-APPROVAL-QUEUE.
           IF QUEUED-FOR-RATE
               PERFORM REWRITE-PRICING-REGISTER
           END-IF.

           IF WS-DECISION = "CONFIRM"
      *> The final decision now exists - write the amortization
               PERFORM GENERATE-AMORTIZATION-SCHEDULE
               DISPLAY "Amortization schedule written to "
                   "loan-amort-schedule.txt"
               PERFORM ATTACH-APPROVAL-CONDITIONS
           ELSE
               PERFORM GENERATE-ADVERSE-ACTION-NOTICE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ATTACH-APPROVAL-CONDITIONS.
      *> The conditions the officer approved the loan on; a veto has
      *> nothing to fund, so any named with one are not recorded.
           IF WS-CONDITION-LIST = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-ID TO LCN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LCN-LOAN-TIMESTAMP.
           MOVE WS-OFFICER-ID TO LCN-SET-BY.
           MOVE WS-CONDITION-LIST TO LCN-CONDITION-LIST.
           PERFORM ATTACH-LOAN-CONDITIONS.
           DISPLAY LCN-ATTACHED-COUNT " condition(s) to fund "
               "recorded on loan-conditions.dat".

       FIND-PENDING-ENTRY.
           MOVE "N" TO WS-PENDING-FOUND.
           OPEN INPUT APPROVAL-QUEUE-FILE.
                       AND AQ-STATUS = "PENDING"
                       MOVE "Y" TO WS-PENDING-FOUND
                       MOVE AQ-MAKER-ID TO WS-MAKER-ID
                       MOVE AQ-REASON TO WS-QUEUE-REASON
                   END-IF
           END-READ.

       CHECK-EXCEPTION-AUTHORITY.
      *> The discount is the register's table rate less its granted
      *> rate; the deciding officer's role must be allowed at least
      *> that much. Denials come back through the OPA- fields so the
      *> caller reports them the same way as a roster denial.
           MOVE "N" TO OPA-AUTHORIZED.
           MOVE SPACES TO OPA-DENY-REASON.

           PERFORM FIND-PENDING-EXCEPTION.
           IF NOT EXCEPTION-ON-REGISTER
               MOVE "NO_EXCEPTION_ON_FILE" TO OPA-DENY-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OFFICER-ID TO PAU-OFFICER-ID.
           PERFORM LOOKUP-PRICING-AUTHORITY.
           EVALUATE TRUE
               WHEN PRICING-UNLIMITED
                   MOVE "Y" TO OPA-AUTHORIZED
               WHEN PAU-DENY-REASON NOT = SPACES
                   MOVE PAU-DENY-REASON TO OPA-DENY-REASON
               WHEN WS-RATE-DISCOUNT > PAU-MAX-DISCOUNT
                   MOVE "AUTHORITY_EXCEEDED" TO OPA-DENY-REASON
               WHEN OTHER
                   MOVE "Y" TO OPA-AUTHORIZED
           END-EVALUATE.

       FIND-PENDING-EXCEPTION.
           MOVE "N" TO WS-EXCEPTION-FOUND.
           MOVE 0 TO WS-RATE-DISCOUNT.
           OPEN INPUT PRICING-EXCEPTION-FILE.
           IF WS-PRICING-EXC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PRICING-EOF.
           PERFORM READ-EXCEPTION-FOR-FIND
               UNTIL PRICING-AT-EOF OR EXCEPTION-ON-REGISTER.

           CLOSE PRICING-EXCEPTION-FILE.

       READ-EXCEPTION-FOR-FIND.
           READ PRICING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-PRICING-EOF
               NOT AT END
                   IF PX-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND PX-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND PX-STATUS = "PENDING"
                       MOVE "Y" TO WS-EXCEPTION-FOUND
                       COMPUTE WS-RATE-DISCOUNT =
                           (FUNCTION NUMVAL(PX-TABLE-RATE-STR)
                           - FUNCTION NUMVAL(PX-GRANTED-RATE-STR))
                           / 1000
                   END-IF
           END-READ.

                   WRITE APPROVAL-QUEUE-NEW-RECORD
           END-READ.

       REWRITE-PRICING-REGISTER.
      *> Record the senior officer's decision on the exception, the
      *> same read-copy-swap as the queue under the register's own
      *> lock. The loan decision already stands on the book and the
      *> queue, so a lock that cannot be had leaves the register
      *> entry PENDING and says so rather than undoing anything.
           MOVE FCP-PRICING-EXCEPTIONS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: Pricing exception register locked - "
                   "the exception stays PENDING there"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PRICING-EXCEPTION-FILE.
           OPEN OUTPUT PRICING-EXCEPTION-NEW-FILE.

           MOVE "N" TO WS-PRICING-EOF.
           PERFORM COPY-ONE-EXCEPTION-RECORD
               UNTIL PRICING-AT-EOF.

           CLOSE PRICING-EXCEPTION-FILE.
           CLOSE PRICING-EXCEPTION-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f pricing-exception-register.new "
               FUNCTION TRIM(FCP-PRICING-EXCEPTIONS)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

           DISPLAY "Rate exception "
               FUNCTION TRIM(WS-NEW-EXCEPTION-STATUS)
               " on the pricing exception register".

       COPY-ONE-EXCEPTION-RECORD.
           READ PRICING-EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-PRICING-EOF
               NOT AT END
                   IF PX-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND PX-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND PX-STATUS = "PENDING"
                       MOVE WS-NEW-EXCEPTION-STATUS TO PX-STATUS
                       MOVE WS-OFFICER-ID TO PX-APPROVER-ID
                       MOVE BDT-BUSINESS-DATE TO PX-DECISION-DATE
                   END-IF
                   MOVE PRICING-EXCEPTION-RECORD
                       TO PRICING-EXCEPTION-NEW-RECORD
                   WRITE PRICING-EXCEPTION-NEW-RECORD
           END-READ.

       GENERATE-AMORTIZATION-SCHEDULE.
      *> Month-by-month principal/interest/balance breakdown over
      *> the booked term, computed from the booked rate and amount -

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "LOAN-CONDITION-PARA.cpy".

       COPY "PRICING-AUTHORITY-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
