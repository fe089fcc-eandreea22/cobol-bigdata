      *> PRICING-AUTHORITY-REC.cpy
      *> Officer Pricing Authority Table Record (31 bytes total)
      *>
      *> pricing-authority.dat says how far below the rate table each
      *> roster role may price a loan on its own say-so. LOAN-PROCESS
      *> books an officer's exception rate directly when the discount
      *> is within the officer's role's limit and sends it to the
      *> loan-approval-queue otherwise; LOAN-APPROVE lets an officer
      *> decide that queue entry only when their own role's limit
      *> covers the discount. A role with no row in force has no
      *> pricing authority. Maintained through TABLE-MAINTAIN's
      *> maker/checker flow and effective-dated the way the rate
      *> table is.
      *>
      *> Layout:
      *>   Bytes 1-10:  Role (PIC X(10), as OP-ROLE on
      *>                operator-roster.dat)
      *>   Bytes 11-15: Maximum discount below the table rate, in
      *>                percentage points (PIC X(5), e.g. "0.500"
      *>                = half a point)
      *>   Bytes 16-23: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 24-31: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 31 bytes

       01  PRICING-AUTHORITY-RECORD.
           05  PA-ROLE                 PIC X(10).
           05  PA-MAX-DISCOUNT-STR     PIC X(5).
           05  PA-EFFECTIVE-FROM       PIC X(8).
           05  PA-EFFECTIVE-TO         PIC X(8).
