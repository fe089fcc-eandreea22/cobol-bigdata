      *> Example: ./interest-accrue
      *>
      *> Output: interest-accrual-ledger.dat (appended),
      *>         loan-position-master.dat (updated),
      *>         interest-accrual-journal.txt

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

      *> Accrual period being posted (YYYYMM of the run date).
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.

       POST-ACCRUAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AL-TIMESTAMP(1:8).
           MOVE LB-CUSTOMER-ID TO AL-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO AL-LOAN-TIMESTAMP.
           MOVE WS-PERIOD TO AL-PERIOD.
           WRITE ACCRUAL-LEDGER-RECORD.
           CLOSE ACCRUAL-LEDGER-FILE.

      *> The accrual opens on the loan's position in the same run.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           MOVE WS-MONTH-INTEREST TO PSN-INTEREST-ACCRUED-DELTA.
           MOVE WS-PERIOD TO PSN-ACCRUAL-PERIOD.
           PERFORM POST-LOAN-POSITION.

       TALLY-PURPOSE-CODE.
      *> Find (or create) this purpose code's slot in the breakdown
      *> table and add the month's accrual into it.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
