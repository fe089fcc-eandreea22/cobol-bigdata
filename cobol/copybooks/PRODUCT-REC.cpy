      *> PRODUCT-REC.cpy
      *> Loan Product Catalog Record (80 bytes total)
      *>
      *> product-catalog.dat is the ops-maintained list of the loan
      *> products the shop offers, keyed by the same four-character
      *> code an application carries as its purpose code and the loan
      *> book keeps as LB-PURPOSE-CODE. It is maintained through
      *> TABLE-MAINTAIN's maker/checker flow and is effective-dated
      *> the way the rate table is, so a product can be repriced,
      *> narrowed, or withdrawn from a future date and an auditor can
      *> see exactly what was on offer on a past date. A code may
      *> carry several rows with non-overlapping date ranges; the
      *> consulting program takes the first row whose range covers
      *> its processing date.
      *>
      *> LOAN-PROCESS refuses an application for a code with no row,
      *> for a product not ACTIVE on the processing date, and for an
      *> amount, term, or rate type the product does not allow.
      *> LATE-FEE-ASSESS charges each loan its product's late fee and
      *> grace days (an INACTIVE product is closed to new business
      *> but its existing loans are still serviced on its terms), and
      *> PORTFOLIO-REPORT labels its purpose buckets with the product
      *> name.
      *>
      *> Layout:
      *>   Bytes 1-4:   Product code (PIC X(4), e.g. PERS, AUTO)
      *>   Bytes 5-24:  Product name (PIC X(20))
      *>   Bytes 25-32: Status (PIC X(8): ACTIVE or INACTIVE)
      *>   Bytes 33-40: Minimum amount, whole USD (PIC X(8), spaces
      *>                = no product minimum)
      *>   Bytes 41-48: Maximum amount, whole USD (PIC X(8), spaces
      *>                = no product maximum)
      *>   Bytes 49-51: Minimum term in months (PIC X(3), spaces =
      *>                no product minimum)
      *>   Bytes 52-54: Maximum term in months (PIC X(3), spaces =
      *>                no product maximum)
      *>   Byte 55:     Variable rate permitted (PIC X: Y or N)
      *>   Bytes 56-61: Late fee (PIC X(6), e.g. "025.00"; spaces =
      *>                the late-fee-config.dat default)
      *>   Bytes 62-64: Grace days (PIC X(3); spaces = the
      *>                late-fee-config.dat default)
      *>   Bytes 65-72: Effective-from date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force since forever)
      *>   Bytes 73-80: Effective-to date, YYYYMMDD inclusive
      *>                (PIC X(8), spaces = in force until replaced)
      *> Total: 80 bytes
      *>
      *> The shop-wide amount and term bounds in LOAN-PROCESS still
      *> apply on top of a product's own.

       01  PRODUCT-RECORD.
           05  PC-PRODUCT-CODE         PIC X(4).
           05  PC-PRODUCT-NAME         PIC X(20).
           05  PC-STATUS               PIC X(8).
           05  PC-MIN-AMOUNT-STR       PIC X(8).
           05  PC-MAX-AMOUNT-STR       PIC X(8).
           05  PC-MIN-TERM-STR         PIC X(3).
           05  PC-MAX-TERM-STR         PIC X(3).
           05  PC-VARIABLE-ALLOWED     PIC X.
           05  PC-LATE-FEE-STR         PIC X(6).
           05  PC-GRACE-DAYS-STR       PIC X(3).
           05  PC-EFFECTIVE-FROM       PIC X(8).
           05  PC-EFFECTIVE-TO         PIC X(8).
