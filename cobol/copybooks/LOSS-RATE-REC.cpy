      *> LOSS-RATE-REC.cpy
      *> Allowance Loss Rate Table Record (36 bytes total)
      *>
      *> allowance-loss-rates.dat holds the loss rates ALLOWANCE-CALC
      *> reserves against the loan book at month end - one row per
      *> purpose code and delinquency bucket, giving the share of the
      *> principal outstanding in that cell that finance expects to
      *> lose. A row with purpose code "*" is the rate for any purpose
      *> without a row of its own. Finance changes the rates through
      *> TABLE-MAINTAIN maker/checker like every other decision table.
      *>
      *> Layout:
      *>   Bytes 1-4:   Loan purpose code (PIC X(4), "*" = any)
      *>   Bytes 5-12:  Delinquency bucket (PIC X(8): "CURRENT",
      *>                "30 DAYS", "60 DAYS", "90+ DAYS" - the
      *>                buckets DELINQUENCY-REPORT ages into)
      *>   Bytes 13-20: Loss rate, percent of principal outstanding
      *>                (PIC X(8), e.g. "2.50")
      *>   Bytes 21-28: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 29-36: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 36 bytes

       01  LOSS-RATE-RECORD.
           05  LS-PURPOSE-CODE         PIC X(4).
           05  LS-BUCKET               PIC X(8).
           05  LS-RATE-STR             PIC X(8).
           05  LS-EFFECTIVE-FROM       PIC X(8).
           05  LS-EFFECTIVE-TO         PIC X(8).
