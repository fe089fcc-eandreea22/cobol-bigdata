      *> ORIGINATION-LOG-REC.cpy
      *> Loan Origination Log Record (81 bytes total)
      *>
      *> LOAN-PROCESS appends one of these to loan-origination-log.dat
      *> for every application it decides - approved, booked PENDING
      *> a second officer, or declined - naming the officer who took
      *> it. Neither the audit trail nor the loan book carries the
      *> originating officer, so this log is what OFFICER-SCORECARD
      *> attributes production and loan performance by. Quotes and
      *> applications rejected before a decision (bad parameters,
      *> out-of-bounds amount or term, product rules) are not logged.
      *> The log is append-only; a PENDING entry's final outcome is
      *> read from the loan-approval-queue.
      *>
      *> Layout:
      *>   Bytes 1-8:    Business date decided, YYYYMMDD (PIC X(8))
      *>   Bytes 9-18:   Customer ID (PIC X(10))
      *>   Bytes 19-39:  Loan origination timestamp (PIC X(21),
      *>                 matches LB-TIMESTAMP; spaces when DECLINED)
      *>   Bytes 40-49:  Originating officer (PIC X(10))
      *>   Bytes 50-57:  Decision (PIC X(8)): APPROVED, PENDING,
      *>                 or DECLINED
      *>   Bytes 58-72:  Amount applied for, USD (PIC X(15))
      *>   Bytes 73-77:  Rate booked (PIC X(5), rate-table form,
      *>                 "04750" = 4.75%; zeros when DECLINED)
      *>   Bytes 78-81:  Product code (PIC X(4))
      *> Total: 81 bytes

       01  ORIGINATION-LOG-RECORD.
           05  OL-DATE                 PIC X(8).
           05  OL-CUSTOMER-ID          PIC X(10).
           05  OL-LOAN-TIMESTAMP       PIC X(21).
           05  OL-OFFICER-ID           PIC X(10).
           05  OL-DECISION             PIC X(8).
           05  OL-AMOUNT-STR           PIC X(15).
           05  OL-RATE-STR             PIC X(5).
           05  OL-PRODUCT-CODE         PIC X(4).
