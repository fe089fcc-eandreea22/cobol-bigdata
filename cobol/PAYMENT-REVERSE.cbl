      *> carries the original's amount and portions negated and the
      *> original's posting timestamp in LP-REVERSAL-OF, so
      *> DELINQUENCY-REPORT, INTEREST-ACCRUE, and the payoff math net
      *> it out arithmetically when they sum received-to-date; the
      *> loan's record on loan-position-master.dat is backed out by
      *> the same negated amounts in the same run. A payment can
      *> only be reversed once, a reason is required, and both sides
      *> land on the shared audit trail.
      *>
      *> Invocation: PAYMENT-REVERSE <customer_id> <loan_timestamp>
      *>                             <payment_timestamp> <operator_id>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Payment file work fields
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
      *> payment append does; if the lock cannot be had, the record
      *> is appended anyway after the conflicting program is named.
           MOVE FUNCTION CURRENT-DATE TO LP-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO LP-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO LP-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LP-LOAN-TIMESTAMP.

           MOVE WS-NEGATED-EDIT TO LP-FEE-STR.

           MOVE WS-PAYMENT-TS TO LP-REVERSAL-OF.
           PERFORM STAGE-PAYMENT-POSITION.

           MOVE FCP-LOAN-PAYMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM RELEASE-FILE-LOCK.

      *> The same amounts go onto the loan's position in the same run.
           PERFORM POST-PAYMENT-TO-POSITION.

       STAGE-PAYMENT-POSITION.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE LP-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LP-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LP-AMOUNT-STR TO PSN-PAY-AMOUNT-STR.
           MOVE LP-INTEREST-STR TO PSN-PAY-INTEREST-STR.
           MOVE LP-PRINCIPAL-STR TO PSN-PAY-PRINCIPAL-STR.
           MOVE LP-FEE-STR TO PSN-PAY-FEE-STR.
           MOVE LP-TIMESTAMP(1:8) TO PSN-PAYMENT-DATE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
