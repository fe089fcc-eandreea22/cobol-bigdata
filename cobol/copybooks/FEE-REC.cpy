      *> FEE-REC.cpy
      *> Loan Fee Ledger Record (110 bytes total)
      *>
      *> LATE-FEE-ASSESS appends one of these to loan-fee-ledger.dat
      *> for every fee charged against a loan, so the fee income our
      *> the same way AL-PERIOD does for INTEREST-ACCRUE: one late
      *> fee per loan per period, however many times the batch reruns.
      *>
      *> FEE-WAIVE takes a fee back with an entry of its own rather
      *> than by touching the original: the same customer, loan,
      *> period and fee type, the amount negated, the waived fee's
      *> posting timestamp in the waiver-of field and the reason it
      *> was given up. Every reader that sums the amounts therefore
      *> nets waivers with no further change, and a waived fee still
      *> counts as assessed for its period. Ordinary fees carry
      *> spaces in the last two fields.
      *>
      *> Layout:
      *>   Bytes 1-21:    Fee posting timestamp (PIC X(21))
      *>   Bytes 22-31:   Customer ID (PIC X(10))
      *>   Bytes 32-52:   Loan origination timestamp (PIC X(21),
      *>                  matches LB-TIMESTAMP on the loan book)
      *>   Bytes 53-58:   Assessment period, YYYYMM (PIC X(6))
      *>   Bytes 59-66:   Fee type (PIC X(8), "LATE" or "NSF")
      *>   Bytes 67-81:   Fee amount (PIC X(15), negative on a
      *>                  waiver)
      *>   Bytes 82-102:  Fee waived (PIC X(21), the FL-TIMESTAMP of
      *>                  the fee a waiver entry takes back; spaces
      *>                  on an ordinary fee)
      *>   Bytes 103-110: Waiver reason code (PIC X(8): OURERROR,
      *>                  DISASTER, COMPLNT; spaces on an ordinary
      *>                  fee)
      *> Total: 110 bytes

       01  FEE-LEDGER-RECORD.
           05  FL-TIMESTAMP            PIC X(21).
           05  FL-PERIOD               PIC X(6).
           05  FL-FEE-TYPE             PIC X(8).
           05  FL-AMOUNT-STR           PIC X(15).
           05  FL-WAIVER-OF            PIC X(21).
           05  FL-REASON-CODE          PIC X(8).
