      *> LOAN-CONDITION-WS.cpy
      *> Loan Conditions-to-Fund - Working Storage
      *>
      *> Drives the paragraphs in LOAN-CONDITION-PARA.cpy, shared by
      *> the programs that put conditions on a loan (LOAN-PROCESS,
      *> LOAN-APPROVE) and the ones that must respect them
      *> (LOAN-DISBURSE, PENDING-FUNDING-REPORT). Callers set
      *> LCN-CUSTOMER-ID and LCN-LOAN-TIMESTAMP, then:
      *>   - to attach, set LCN-SET-BY and LCN-CONDITION-LIST (the
      *>     condition names separated by commas, as typed on the
      *>     command line) and PERFORM ATTACH-LOAN-CONDITIONS;
      *>     LCN-ATTACHED-COUNT says how many went on;
      *>   - to check, PERFORM FIND-OPEN-CONDITIONS; LCN-OPEN-COUNT
      *>     is how many are still OPEN, the first 10 listed in
      *>     LCN-OPEN-ENTRY.
      *> The caller declares LOAN-CONDITION-FILE (ASSIGN
      *> FCP-LOAN-CONDITIONS, status LCN-FILE-STATUS, record
      *> LOAN-CONDITION-REC.cpy) and copies in FILE-LOCK and
      *> BUSINESS-DATE.

       01  LCN-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  LCN-LOAN-TIMESTAMP          PIC X(21) VALUE SPACES.
       01  LCN-SET-BY                  PIC X(10) VALUE SPACES.
       01  LCN-CONDITION-LIST          PIC X(100) VALUE SPACES.
       01  LCN-LIST-POINTER            PIC 9(3) VALUE 0.
       01  LCN-CONDITION-NAME          PIC X(20) VALUE SPACES.
       01  LCN-ATTACHED-COUNT          PIC 9(2) VALUE 0.
       01  LCN-FILE-STATUS             PIC XX VALUE SPACES.
       01  LCN-EOF                     PIC X VALUE "N".
           88  LCN-AT-EOF              VALUE "Y".
       01  LCN-OPEN-COUNT              PIC 9(3) VALUE 0.
       01  LCN-OPEN-IX                 PIC 9(3) VALUE 0.
       01  LCN-OPEN-TABLE.
           05  LCN-OPEN-ENTRY OCCURS 10 TIMES.
               10  LCN-OPEN-NAME       PIC X(20).
               10  LCN-OPEN-SET-BY     PIC X(10).
               10  LCN-OPEN-SET-DATE   PIC X(8).
