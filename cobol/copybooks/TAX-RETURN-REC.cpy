      *> TAX-RETURN-REC.cpy
      *> Year-End Interest Paid Tax Information Return Record
      *> (181 bytes total)
      *>
      *> YEAR-END-TAX writes tax-info-return.dat once per tax year:
      *> a header, one detail record per loan on which the borrower
      *> paid interest or fees in the calendar year, and a control
      *> trailer for the filing to be tied out against. Detail
      *> records run in loan-book key order, so one borrower's loans
      *> are always consecutive. Amounts are what the payment split
      *> posted to the interest and fee portions, with every
      *> reversal netted back into the year of the payment it backs
      *> out (LP-REVERSAL-OF), so the file is the interest the
      *> borrower actually paid for the year, not the interest
      *> accrued. The file is also the frozen work file the rest of
      *> the year-end run reads: the customer copies and the summary
      *> are cut from it, not recomputed.
      *>
      *> Header / detail layout (TAX-RETURN-RECORD):
      *>   Bytes 1-3:     Record type (PIC X(3): HDR, DTL)
      *>   Bytes 4-7:     Tax year, YYYY (PIC X(4))
      *>   Bytes 8-17:    Customer ID (PIC X(10), spaces on HDR)
      *>   Bytes 18-67:   Borrower name (PIC X(50), from CUSTMAST)
      *>   Bytes 68-117:  City (PIC X(50))
      *>   Bytes 118-127: Postal code (PIC X(10))
      *>   Bytes 128-130: Country (PIC X(3))
      *>   Bytes 131-151: Loan origination timestamp (PIC X(21),
      *>                  matches LB-TIMESTAMP; on the HDR, the
      *>                  timestamp the return was produced)
      *>   Bytes 152-166: Interest paid in the year (PIC X(15))
      *>   Bytes 167-181: Fees paid in the year (PIC X(15))
      *>
      *> Trailer layout (TAX-TRAILER-RECORD):
      *>   Bytes 1-3:     Record type (PIC X(3): TRL)
      *>   Bytes 4-7:     Tax year, YYYY (PIC X(4))
      *>   Bytes 8-13:    Detail record count (PIC 9(6))
      *>   Bytes 14-19:   Borrower count (PIC 9(6))
      *>   Bytes 20-34:   Total interest paid (PIC X(15))
      *>   Bytes 35-49:   Total fees paid (PIC X(15))
      *>   Bytes 50-181:  Unused (spaces)
      *> Total: 181 bytes

       01  TAX-RETURN-RECORD.
           05  TX-RECORD-TYPE          PIC X(3).
           05  TX-TAX-YEAR             PIC X(4).
           05  TX-CUSTOMER-ID          PIC X(10).
           05  TX-CUST-NAME            PIC X(50).
           05  TX-CITY                 PIC X(50).
           05  TX-POSTAL-CODE          PIC X(10).
           05  TX-COUNTRY              PIC X(3).
           05  TX-LOAN-TIMESTAMP       PIC X(21).
           05  TX-INTEREST-STR         PIC X(15).
           05  TX-FEES-STR             PIC X(15).

       01  TAX-TRAILER-RECORD.
           05  TX-TRL-RECORD-TYPE      PIC X(3).
           05  TX-TRL-TAX-YEAR         PIC X(4).
           05  TX-TRL-DETAIL-COUNT     PIC 9(6).
           05  TX-TRL-BORROWER-COUNT   PIC 9(6).
           05  TX-TRL-INTEREST-STR     PIC X(15).
           05  TX-TRL-FEES-STR         PIC X(15).
           05  FILLER                  PIC X(132).
