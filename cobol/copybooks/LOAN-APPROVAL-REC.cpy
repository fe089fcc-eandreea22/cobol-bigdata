      *> LOAN-APPROVAL-REC.cpy
      *> Second-Officer Loan Approval Queue Record (120 bytes total)
      *>
      *> LOAN-PROCESS appends one of these to loan-approval-queue.dat
      *> when an approval clears scoring but exceeds the second-officer
      *> the reference tables. Both identities and the decision stay on
      *> this record and are summarized on the shared audit trail, so
      *> no single run can ever put our largest exposure on the book
      *> with nobody else looking. An officer's rate exception beyond
      *> their pricing authority (pricing-authority.dat) is queued the
      *> same way; the reason code says which test sent the loan here,
      *> and a rate exception may only be decided by an officer whose
      *> own pricing authority covers the discount. So is a loan that
      *> would take its related group over the single-obligor limit
      *> when obligor-limit-config.dat says to refer rather than
      *> decline.
      *>
      *> Layout:
      *>   Bytes 1-21:   Queued timestamp (PIC X(21))
      *>                 (PIC X(10), spaces while PENDING)
      *>   Bytes 96-116: Decision timestamp (PIC X(21), spaces
      *>                 while PENDING)
      *>   Bytes 117-120: Reason queued (PIC X(4)): SIZE (above the
      *>                 second-officer threshold), RATE (rate
      *>                 exception beyond the maker's authority),
      *>                 BOTH, or OBLG (the related group would pass
      *>                 the single-obligor limit, referred rather
      *>                 than declined); spaces on older entries mean
      *>                 SIZE
      *> Total: 120 bytes

       01  LOAN-APPROVAL-RECORD.
           05  AQ-TIMESTAMP            PIC X(21).
           05  AQ-STATUS               PIC X(8).
           05  AQ-CHECKER-ID           PIC X(10).
           05  AQ-DECISION-TS          PIC X(21).
           05  AQ-REASON               PIC X(4).
