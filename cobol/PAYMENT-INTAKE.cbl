      *>
      *> Output: loan-payments.dat / loan-recovery-ledger.dat /
      *>         payment-suspense.dat (appended),
      *>         loan-position-master.dat (updated),
      *>         payment-intake-exceptions.txt

       ENVIRONMENT DIVISION.
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

      *> Lockbox file work fields
       01  WS-ACCRUED-TO-DATE            PIC 9(10)V99 VALUE 0.
       01  WS-INTEREST-PAID              PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-INTEREST              PIC 9(10)V99 VALUE 0.
       01  WS-FEES-ASSESSED              PIC S9(10)V99 VALUE 0.
       01  WS-FEES-PAID                  PIC S9(10)V99 VALUE 0.
       01  WS-OPEN-FEES                  PIC 9(10)V99 VALUE 0.
       01  WS-FEE-PORTION                PIC 9(8)V99 VALUE 0.
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
      *> received would be worse than a rare interleave - after the
      *> conflicting program is named.
           MOVE FUNCTION CURRENT-DATE TO LP-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO LP-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO LP-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LP-LOAN-TIMESTAMP.
           MOVE WS-AMOUNT-STR TO LP-AMOUNT-STR.
           MOVE WS-FEE-PORTION TO WS-PORTION-EDIT.
           MOVE WS-PORTION-EDIT TO LP-FEE-STR.
           MOVE SPACES TO LP-REVERSAL-OF.
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

       RECORD-RECOVERY.
      *> The subledger append runs under the shared file lock the
      *> same way the payment append does.
           MOVE FUNCTION CURRENT-DATE TO RV-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO RV-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO RV-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO RV-LOAN-TIMESTAMP.
           MOVE WS-AMOUNT-STR TO RV-AMOUNT-STR.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
