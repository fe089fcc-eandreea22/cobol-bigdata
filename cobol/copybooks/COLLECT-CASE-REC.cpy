      *> The latest promise-to-pay a collector took sits on the case;
      *> every promise also lands on collections-promise-history.dat.
      *> A promise that passes its date unkept bumps CC-PRIORITY to
      *> "H" on the next build run instead of vanishing. Each build
      *> run also re-ages an open case, so the bucket and past-due
      *> amount are current as of the last run, not frozen at open.
      *>
      *> Layout:
      *>   Bytes 1-8:     Case number (PIC X(8), zero-padded)
      *>   Bytes 30-39:   Customer ID (PIC X(10))
      *>   Bytes 40-60:   Loan origination timestamp (PIC X(21),
      *>                  matches LB-TIMESTAMP on the loan book)
      *>   Bytes 61-68:   Aging bucket (PIC X(8): 30 DAYS, 60 DAYS
      *>                  or 90+ DAYS, as of the last build run)
      *>   Bytes 69-83:   Past-due amount (PIC X(15), as of the last
      *>                  build run)
      *>   Bytes 84-91:   Case status (PIC X(8))
      *>   Bytes 92-101:  Assigned collector ID (PIC X(10))
      *>   Bytes 102:     Priority (PIC X, "N" normal, "H" after a
