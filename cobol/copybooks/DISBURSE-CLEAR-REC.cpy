      *> DISBURSE-CLEAR-REC.cpy
      *> Disbursement Clearing Record (127 bytes total)
      *>
      *> DISBURSE-RECON appends one of these to disburse-clearing.dat
      *> for each disbursement the bank has confirmed, so the
      *> disbursement ledger itself stays append-only and untouched.
      *> A ledger entry with no clearing record is still unconfirmed;
      *> past the configured age it is reported for follow-up. The
      *> entry is identified by its own DL-TIMESTAMP together with the
      *> customer ID and loan timestamp.
      *>
      *> Layout:
      *>   Bytes 1-21:    Disbursement timestamp (PIC X(21), the
      *>                  ledger entry's DL-TIMESTAMP)
      *>   Bytes 22-31:   Customer ID (PIC X(10))
      *>   Bytes 32-52:   Loan origination timestamp (PIC X(21))
      *>   Bytes 53-67:   Amount disbursed (PIC X(15))
      *>   Bytes 68-75:   Cleared status (PIC X(8)): SETTLED or
      *>                  RETURNED
      *>   Bytes 76-91:   Bank reference (PIC X(16))
      *>   Bytes 92-99:   Bank's settle / return date (PIC X(8))
      *>   Bytes 100-119: Return reason (PIC X(20))
      *>   Bytes 120-127: Business date cleared (PIC X(8))
      *> Total: 127 bytes

       01  DISBURSE-CLEAR-RECORD.
           05  DC-DISB-TIMESTAMP       PIC X(21).
           05  DC-CUSTOMER-ID          PIC X(10).
           05  DC-LOAN-TIMESTAMP       PIC X(21).
           05  DC-AMOUNT-STR           PIC X(15).
           05  DC-STATUS               PIC X(8).
           05  DC-BANK-REF             PIC X(16).
           05  DC-VALUE-DATE           PIC X(8).
           05  DC-RETURN-REASON        PIC X(20).
           05  DC-CLEARED-DATE         PIC X(8).
