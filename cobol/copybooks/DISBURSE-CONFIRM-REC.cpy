      *> DISBURSE-CONFIRM-REC.cpy
      *> Bank Disbursement Confirmation Record (98 bytes total)
      *>
      *> One record per outgoing wire or transfer on the settlement
      *> and confirmation file the bank sends back
      *> (disburse-confirm.dat): SETTLED once the money reached the
      *> borrower, RETURNED when it bounced back. The bank quotes the
      *> customer ID, loan origination timestamp and amount the
      *> payment instruction carried, which is how DISBURSE-RECON
      *> ties the item to its entry on disbursement-ledger.dat.
      *>
      *> Layout:
      *>   Bytes 1-16:  Bank reference (PIC X(16))
      *>   Bytes 17-26: Customer ID (PIC X(10))
      *>   Bytes 27-47: Loan origination timestamp (PIC X(21),
      *>                matches DL-LOAN-TIMESTAMP)
      *>   Bytes 48-62: Amount (PIC X(15))
      *>   Bytes 63-70: Status (PIC X(8)): SETTLED or RETURNED
      *>   Bytes 71-78: Date the bank settled or returned it,
      *>                YYYYMMDD (PIC X(8))
      *>   Bytes 79-98: Return reason, for RETURNED (PIC X(20),
      *>                e.g. ACCOUNT CLOSED, INVALID ACCOUNT)
      *> Total: 98 bytes

       01  DISBURSE-CONFIRM-RECORD.
           05  DK-BANK-REF             PIC X(16).
           05  DK-CUSTOMER-ID          PIC X(10).
           05  DK-LOAN-TIMESTAMP       PIC X(21).
           05  DK-AMOUNT-STR           PIC X(15).
           05  DK-STATUS               PIC X(8).
           05  DK-VALUE-DATE           PIC X(8).
           05  DK-RETURN-REASON        PIC X(20).
