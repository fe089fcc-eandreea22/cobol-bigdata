      *> CHARGEOFF-REC.cpy
      *> Loan Charge-Off Ledger Record (91 bytes total)
      *>
      *> LOAN-MAINTAIN appends one of these to
      *> loan-chargeoff-ledger.dat at the moment a loan is moved to
      *> CHARGE-OFF, so the amount written off exists as a dated
      *> sub-ledger entry instead of only as a status on the loan
      *> book. The amount is the gross charge-off the way
      *> RECOVERY-REPORT computes it: the booked amount less the
      *> principal retired before charge-off. GL-POSTING journals it
      *> against the allowance on the day it was written off.
      *>
      *> Layout:
      *>   Bytes 1-21:   Charge-off posting timestamp (PIC X(21))
      *>   Bytes 22-31:  Customer ID (PIC X(10))
      *>   Bytes 32-52:  Loan origination timestamp (PIC X(21),
      *>                 matches LB-TIMESTAMP on the loan book)
      *>   Bytes 53-67:  Gross charge-off amount (PIC X(15))
      *>   Bytes 68-71:  Loan purpose code (PIC X(4))
      *>   Bytes 72-81:  Status the loan was in before (PIC X(10))
      *>   Bytes 82-91:  Operator who made the transition (PIC X(10))
      *> Total: 91 bytes

       01  CHARGEOFF-LEDGER-RECORD.
           05  CO-TIMESTAMP            PIC X(21).
           05  CO-CUSTOMER-ID          PIC X(10).
           05  CO-LOAN-TIMESTAMP       PIC X(21).
           05  CO-AMOUNT-STR           PIC X(15).
           05  CO-PURPOSE-CODE         PIC X(4).
           05  CO-PRIOR-STATUS         PIC X(10).
           05  CO-OPERATOR-ID          PIC X(10).
