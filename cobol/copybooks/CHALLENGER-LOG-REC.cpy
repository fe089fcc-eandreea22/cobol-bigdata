      *> CHALLENGER-LOG-REC.cpy
      *> Champion/Challenger Log Record (92 bytes total)
      *>
      *> One record per transaction FRAUD-CHECK scored while a
      *> challenger table pair was loaded: the champion's decision
      *> (the one that was acted on) beside what the challenger
      *> tables would have said. CL-TXN-TIMESTAMP + CL-CUSTOMER-ID
      *> match CQ-TIMESTAMP / AF-CASE-TIMESTAMP + customer, which is
      *> how CHALLENGER-REPORT joins the log to the analysts'
      *> dispositions. CL-CASE-NUMBER is the case the champion
      *> opened, spaces when it opened none.

       01  CHALLENGER-LOG-RECORD.
           05  CL-TXN-TIMESTAMP        PIC X(19).
           05  CL-CUSTOMER-ID          PIC X(10).
           05  CL-TXN-AMOUNT-STR       PIC X(15).
           05  CL-BUSINESS-DATE        PIC X(8).
           05  CL-CHAMP-SCORE-STR      PIC X(3).
           05  CL-CHAMP-RISK           PIC X(6).
           05  CL-CHAMP-RECOMMEND      PIC X(7).
           05  CL-CHAL-SCORE-STR       PIC X(3).
           05  CL-CHAL-RISK            PIC X(6).
           05  CL-CHAL-RECOMMEND       PIC X(7).
           05  CL-CASE-NUMBER          PIC X(8).
