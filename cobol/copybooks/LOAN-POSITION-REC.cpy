      *> LOAN-POSITION-REC.cpy
      *> Loan Position Master Record (159 bytes total)
      *>
      *> One record per funded loan on loan-position-master.dat,
      *> carrying where the loan stands right now - so an inquiry,
      *> a payoff quote, or a nightly report is one keyed READ
      *> instead of a scan of three ever-growing ledgers per loan.
      *> Every program that appends to loan-payments.dat,
      *> interest-accrual-ledger.dat, or loan-fee-ledger.dat posts
      *> the same amounts here in the same run (POST-LOAN-POSITION
      *> in LOAN-POSITION-POST.cpy); LOAN-DISBURSE opens the record
      *> when the loan funds, and LOAN-MODIFY / LOAN-REPRICE refresh
      *> the terms carried for the next-due date. The ledgers stay
      *> the record of account: POSITION-VERIFY recomputes every
      *> position from them nightly and reports any disagreement,
      *> and POSITION-VERIFY REBUILD reloads the file from them.
      *>
      *> The file is INDEXED, keyed exactly like the loan book
      *> (customer ID plus origination timestamp), so a loan-book
      *> record's LB-BOOK-KEY reads its position directly.
      *>
      *> Amounts are signed and edited (-(11)9.99) so FUNCTION
      *> NUMVAL reads them back; they are kept netted exactly as the
      *> ledgers net, and readers clamp at zero the way they always
      *> have (an overpayment leaves principal below zero here).
      *>
      *> Layout:
      *>   Bytes 1-10:    Customer ID (PIC X(10), key high-order part)
      *>   Bytes 11-31:   Origination timestamp (PIC X(21), key
      *>                  low-order part, matches LB-TIMESTAMP)
      *>   Bytes 32-46:   Booked loan amount (PIC X(15), copied from
      *>                  LB-LOAN-AMOUNT-STR)
      *>   Bytes 47-49:   Term in force, months (PIC X(3))
      *>   Bytes 50-54:   Rate in force (PIC X(5), rate-table form,
      *>                  "04750" = 4.75%)
      *>   Bytes 55-69:   Principal outstanding (PIC X(15)) - booked
      *>                  amount less principal portions paid
      *>   Bytes 70-84:   Accrued unpaid interest (PIC X(15)) -
      *>                  accruals less interest portions paid
      *>   Bytes 85-99:   Open fees (PIC X(15)) - fees assessed less
      *>                  fee portions paid
      *>   Bytes 100-114: Paid to date (PIC X(15)) - all cash
      *>                  received, reversals netted
      *>   Bytes 115-122: Last payment date, YYYYMMDD (PIC X(8),
      *>                  spaces until the first payment)
      *>   Bytes 123-130: Next payment due date, YYYYMMDD (PIC X(8),
      *>                  the first scheduled month the cash received
      *>                  does not yet cover; spaces for a zero term)
      *>   Bytes 131-136: Latest accrual period posted, YYYYMM
      *>                  (PIC X(6), spaces until the first accrual)
      *>   Bytes 137-144: Business date last updated (PIC X(8))
      *>   Bytes 145-159: Program that last updated it (PIC X(15))
      *> Total: 159 bytes

       01  LOAN-POSITION-RECORD.
           05  PN-POSITION-KEY.
               10  PN-CUSTOMER-ID      PIC X(10).
               10  PN-LOAN-TIMESTAMP   PIC X(21).
           05  PN-LOAN-AMOUNT-STR      PIC X(15).
           05  PN-TERM-STR             PIC X(3).
           05  PN-RATE-STR             PIC X(5).
           05  PN-PRINCIPAL-OUT-STR    PIC X(15).
           05  PN-INTEREST-OPEN-STR    PIC X(15).
           05  PN-FEES-OPEN-STR        PIC X(15).
           05  PN-PAID-TO-DATE-STR     PIC X(15).
           05  PN-LAST-PAYMENT-DATE    PIC X(8).
           05  PN-NEXT-DUE-DATE        PIC X(8).
           05  PN-LAST-ACCRUAL-PERIOD  PIC X(6).
           05  PN-UPDATED-DATE         PIC X(8).
           05  PN-UPDATED-BY           PIC X(15).
