      *> amount, and method lands on disbursement-ledger.dat. Interest
      *> accrual, delinquency aging, and the portfolio counts all key
      *> off ACTIVE, so nothing earns or ages until an operator has
      *> run this for the loan. Funding also opens the loan's record
      *> on loan-position-master.dat, which every posting from then
      *> on keeps current.
      *>
      *> A loan approved on conditions (loan-conditions.dat) is not
      *> funded while any of them is still OPEN; the open ones are
      *> listed so the operator knows what CONDITION-CLEAR is
      *> waiting on.
      *>
      *> Invocation: LOAN-DISBURSE <customer_id> <loan_timestamp>
      *>                           <method>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISBURSE-STATUS.

           SELECT LOAN-CONDITION-FILE ASSIGN TO FCP-LOAN-CONDITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCN-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
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
       FD  DISBURSEMENT-FILE.
           COPY "DISBURSEMENT-REC.cpy".

       FD  LOAN-CONDITION-FILE.
           COPY "LOAN-CONDITION-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Loan book rewrite work fields
           88  LOAN-WAS-FOUND            VALUE "Y".
       01  WS-OLD-STATUS                 PIC X(10) VALUE SPACES.
       01  WS-BOOKED-AMOUNT-STR          PIC X(15) VALUE SPACES.
       01  WS-BOOKED-TERM-STR            PIC X(3) VALUE SPACES.
       01  WS-BOOKED-RATE-STR            PIC X(5) VALUE SPACES.

      *> Disbursement ledger work fields
       01  WS-DISBURSE-STATUS            PIC XX VALUE SPACES.
      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Loan conditions to fund (attached at approval, cleared by
      *> a second operator through CONDITION-CLEAR)
           COPY "LOAN-CONDITION-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
               STOP RUN
           END-IF.

      *> Nor while the approving officer is still waiting on any of
      *> the conditions the approval was given on.
           MOVE WS-CUSTOMER-ID TO LCN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LCN-LOAN-TIMESTAMP.
           PERFORM FIND-OPEN-CONDITIONS.
           IF LCN-OPEN-COUNT > 0
               DISPLAY "ERROR: " LCN-OPEN-COUNT
                   " condition(s) to fund still OPEN:"
               PERFORM DISPLAY-OPEN-CONDITION
                   VARYING LCN-OPEN-IX FROM 1 BY 1
                   UNTIL LCN-OPEN-IX > LCN-OPEN-COUNT
                       OR LCN-OPEN-IX > 10
               MOVE "LOAN_DISBURSE" TO WS-AUDIT-ACTION
               MOVE "REJECTED - CONDITIONS_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REWRITE-LOAN-BOOK.
           PERFORM RECORD-DISBURSEMENT.
           PERFORM OPEN-FUNDED-POSITION.

           DISPLAY "".
           DISPLAY "Loan " WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-OPEN-CONDITION.
           DISPLAY "  " LCN-OPEN-NAME(LCN-OPEN-IX)
               " set by " LCN-OPEN-SET-BY(LCN-OPEN-IX)
               " on " LCN-OPEN-SET-DATE(LCN-OPEN-IX).

       FIND-LOAN-BOOK-ENTRY.
      *> The book is keyed by customer ID plus origination
      *> timestamp, so the loan is one keyed READ away instead of a
               MOVE "Y" TO WS-LOAN-FOUND
               MOVE LB-STATUS TO WS-OLD-STATUS
               MOVE LB-LOAN-AMOUNT-STR TO WS-BOOKED-AMOUNT-STR
               MOVE LB-TERM-STR TO WS-BOOKED-TERM-STR
               MOVE LB-RATE-STR TO WS-BOOKED-RATE-STR
           END-IF.

           CLOSE LOAN-BOOK-FILE.
      *> anyway - losing the funding evidence would be worse than a
      *> rare interleave - after the conflicting program is named.
           MOVE FUNCTION CURRENT-DATE TO DL-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO DL-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO DL-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO DL-LOAN-TIMESTAMP.
           MOVE WS-BOOKED-AMOUNT-STR TO DL-AMOUNT-STR.
           MOVE WS-METHOD TO DL-METHOD.
           MOVE SPACES TO DL-REVERSAL-OF.

           MOVE FCP-DISBURSEMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM RELEASE-FILE-LOCK.

       OPEN-FUNDED-POSITION.
      *> Funding is where a loan's position begins: the whole booked
      *> amount outstanding, nothing accrued, assessed, or paid, and
      *> the first installment due a month out.
           PERFORM CLEAR-POSITION-POSTING.
           MOVE WS-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE WS-BOOKED-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE WS-BOOKED-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE WS-BOOKED-RATE-STR TO PSN-BOOK-RATE-STR.
           MOVE "Y" TO PSN-CREATE-FLAG.
           PERFORM POST-LOAN-POSITION.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "LOAN-CONDITION-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".

       COPY "LOAN-POSITION-POST.cpy".
