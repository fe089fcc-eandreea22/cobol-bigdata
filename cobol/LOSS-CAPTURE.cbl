      *> losing the loss number would be worse than a rare
      *> interleave - after the conflicting program is named.
           MOVE FUNCTION CURRENT-DATE TO FZ-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO FZ-TIMESTAMP(1:8).
           MOVE WS-CASE-NUMBER TO FZ-CASE-NUMBER.
           MOVE WS-CASE-CUSTOMER TO FZ-CUSTOMER-ID.
           MOVE WS-GROSS-STR TO FZ-GROSS-STR.
