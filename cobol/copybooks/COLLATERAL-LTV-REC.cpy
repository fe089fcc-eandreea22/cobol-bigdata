      *> COLLATERAL-LTV-REC.cpy
      *> Secured Product Loan-To-Value Table Record (35 bytes total)
      *>
      *> collateral-ltv-table.dat says which loan products are
      *> secured, by what kind of collateral, and how far against its
      *> appraised value the shop will lend. A product with a row in
      *> force is a secured product: LOAN-PROCESS refuses it without
      *> pledged collateral of a listed type on the collateral
      *> register, and refuses an amount above the appraised value
      *> times the maximum loan-to-value. Maintained through
      *> TABLE-MAINTAIN's maker/checker flow and effective-dated the
      *> way the rate table is.
      *>
      *> Layout:
      *>   Bytes 1-4:   Product code (PIC X(4), as on
      *>                product-catalog.dat)
      *>   Bytes 5-14:  Collateral type (PIC X(10), as on the
      *>                collateral register)
      *>   Bytes 15-19: Maximum loan-to-value percent (PIC X(5),
      *>                e.g. "080.0" = 80%)
      *>   Bytes 20-27: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 28-35: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 35 bytes

       01  COLLATERAL-LTV-RECORD.
           05  LV-PRODUCT-CODE         PIC X(4).
           05  LV-COLLATERAL-TYPE      PIC X(10).
           05  LV-MAX-LTV-STR          PIC X(5).
           05  LV-EFFECTIVE-FROM       PIC X(8).
           05  LV-EFFECTIVE-TO         PIC X(8).
