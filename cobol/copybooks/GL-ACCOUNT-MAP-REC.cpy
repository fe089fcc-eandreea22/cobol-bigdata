      *> GL-ACCOUNT-MAP-REC.cpy
      *> Chart-Of-Accounts Mapping Table Record (74 bytes total)
      *>
      *> gl-account-map.dat tells GL-POSTING which general-ledger
      *> accounts each kind of sub-ledger activity is journaled to -
      *> one row per posting source, carrying the account debited and
      *> the account credited for a positive amount (a negative
      *> amount, such as a payment reversal, posts the same pair the
      *> other way round). Finance changes the chart through
      *> TABLE-MAINTAIN maker/checker like every other decision table.
      *>
      *> Posting sources:
      *>   DISBURSE  disbursement-ledger.dat funding amount
      *>   PMT-PRIN  loan-payments.dat principal portion
      *>   PMT-INT   loan-payments.dat interest portion
      *>   PMT-FEE   loan-payments.dat fee portion
      *>   ACCRUAL   interest-accrual-ledger.dat accrued interest
      *>   FEE       loan-fee-ledger.dat fee assessed
      *>   RECOVERY  loan-recovery-ledger.dat post-charge-off cash
      *>   CHGOFF    loan-chargeoff-ledger.dat gross charge-off
      *>   FRDREIMB  fraud-loss-ledger.dat customer reimbursement
      *>
      *> Layout:
      *>   Bytes 1-8:   Posting source (PIC X(8))
      *>   Bytes 9-18:  Account debited (PIC X(10))
      *>   Bytes 19-28: Account credited (PIC X(10))
      *>   Bytes 29-58: Description (PIC X(30))
      *>   Bytes 59-66: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 67-74: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 74 bytes

       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-SOURCE               PIC X(8).
           05  GM-DEBIT-ACCOUNT        PIC X(10).
           05  GM-CREDIT-ACCOUNT       PIC X(10).
           05  GM-DESCRIPTION          PIC X(30).
           05  GM-EFFECTIVE-FROM       PIC X(8).
           05  GM-EFFECTIVE-TO         PIC X(8).
