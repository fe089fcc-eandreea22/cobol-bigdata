      *> DISBURSEMENT-REC.cpy
      *> Loan Disbursement Ledger Record (98 bytes total)
      *>
      *> LOAN-DISBURSE appends one of these to disbursement-ledger.dat
      *> when an operator confirms the money for an APPROVED loan has
      *> the loan's origination timestamp, the same pair that
      *> identifies a loan-book entry.
      *>
      *> When the bank returns the money, DISBURSE-RECON appends an
      *> offsetting entry rather than touching the original: the
      *> amount negated and the original's DL-TIMESTAMP in
      *> DL-REVERSAL-OF, so GL-POSTING journals it the other way
      *> round. Entries written before the field existed read it as
      *> spaces - an ordinary disbursement.
      *>
      *> Layout:
      *>   Bytes 1-21:  Disbursement timestamp (PIC X(21))
      *>   Bytes 22-31: Customer ID (PIC X(10))
      *>   Bytes 53-67: Amount disbursed (PIC X(15))
      *>   Bytes 68-77: Disbursement method (PIC X(10), e.g. WIRE,
      *>                ACH, CHECK - free text the operator supplies)
      *>   Bytes 78-98: Reversal of (PIC X(21)): the DL-TIMESTAMP of
      *>                the disbursement an offsetting entry backs
      *>                out; spaces on an ordinary disbursement
      *> Total: 98 bytes

       01  DISBURSEMENT-RECORD.
           05  DL-TIMESTAMP            PIC X(21).
           05  DL-LOAN-TIMESTAMP       PIC X(21).
           05  DL-AMOUNT-STR           PIC X(15).
           05  DL-METHOD               PIC X(10).
           05  DL-REVERSAL-OF          PIC X(21).
