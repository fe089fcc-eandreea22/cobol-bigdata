      *>   FRAUD-CHECK:     1 = txn-history appends, 2 = cases opened
      *>   LOAN-PROCESS:    1 = loan-book appends,   2 = unused
      *>   CUSTOMER-LOOKUP: 1 = risk-history appends, 2 = unused
      *>   FEE-WAIVE:       1 = fee-ledger waiver entries,
      *>                    2 = refund credits on loan-payments.dat
      *>
      *> Layout:
      *>   Bytes 1-21:  Run-end timestamp (PIC X(21))
