      *> WAIVER-AUTHORITY-REC.cpy
      *> Fee Waiver Authority Table Record (36 bytes total)
      *>
      *> fee-waiver-authority.dat says how large a fee each roster
      *> role may waive or refund on its own say-so. FEE-WAIVE posts
      *> a waiver within the requesting operator's role's limit
      *> straight away and queues anything larger on
      *> fee-waiver-register.dat for a second operator, whose own
      *> role's limit must cover it. A role with no row in force has
      *> no waiver authority. Maintained through TABLE-MAINTAIN's
      *> maker/checker flow and effective-dated the way
      *> pricing-authority.dat is.
      *>
      *> Layout:
      *>   Bytes 1-10:  Role (PIC X(10), as OP-ROLE on
      *>                operator-roster.dat)
      *>   Bytes 11-20: Largest single fee the role may waive, USD
      *>                (PIC X(10), e.g. "0000050.00")
      *>   Bytes 21-28: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 29-36: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 36 bytes

       01  WAIVER-AUTHORITY-RECORD.
           05  WA-ROLE                 PIC X(10).
           05  WA-MAX-WAIVER-STR       PIC X(10).
           05  WA-EFFECTIVE-FROM       PIC X(8).
           05  WA-EFFECTIVE-TO         PIC X(8).
