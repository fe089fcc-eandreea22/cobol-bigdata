      *> between "keep paying the old schedule" and DEFAULTED. The
      *> loan book always carries the terms in force - INTEREST-ACCRUE
      *> and DELINQUENCY-REPORT read LB-TERM-STR and LB-RATE-STR, so
      *> they compute from the modified terms from the next run on,
      *> as does the next-due date on loan-position-master.dat -
      *> and the superseded terms are preserved on
      *> loan-modification-history.dat for the auditor who needs what
      *> was booked versus what is in force.
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

      *> Loan book rewrite work fields
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.

           PERFORM RECORD-MODIFICATION-HISTORY.
           PERFORM REWRITE-LOAN-BOOK.
           PERFORM REFRESH-POSITION-TERMS.

           DISPLAY "".
           DISPLAY "Loan " WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP.

           PERFORM RELEASE-FILE-LOCK.

       REFRESH-POSITION-TERMS.
      *> The loan's position carries the terms its next-due date is
      *> figured on, so it follows the modification in the same run.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE WS-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE WS-NEW-TERM TO PSN-BOOK-TERM-STR.
           MOVE WS-NEW-RATE TO PSN-BOOK-RATE-STR.
           PERFORM POST-LOAN-POSITION.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
