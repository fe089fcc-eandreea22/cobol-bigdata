      *> QUOTE-REC.cpy
      *> Loan Pre-Qualification Quote Record (120 bytes total)
      *>
      *> LOAN-PROCESS -QUOTE runs an application through the same
      *> eligibility, debt-to-income, and rate-table logic as a real
      *> one but books nothing; an eligible quote is filed here under
      *> a quote reference off loan-quote-number.dat, with an expiry
      *> the configured number of days past the business date
      *> (loan-quote-config.dat, default 30). An application that
      *> names the reference before expiry, for the same customer,
      *> product, and rate type and no more than the quoted amount,
      *> is priced at the quoted rate whatever the rate table says
      *> by then. The decision on that application marks the quote
      *> BOOKED or DECLINED, so each quote is claimed once.
      *> QUOTE-CONVERSION-REPORT reads the file for conversion by
      *> product.
      *>
      *> Layout:
      *>   Bytes 1-10:    Quote reference (PIC X(10), "Q" + 9 digits)
      *>   Bytes 11-20:   Customer ID (PIC X(10))
      *>   Bytes 21-30:   Co-applicant ID (PIC X(10), spaces if none)
      *>   Bytes 31-34:   Product code (PIC X(4))
      *>   Bytes 35-45:   Quoted amount, USD (PIC X(11), 9(8).99)
      *>   Bytes 46-48:   Term in months (PIC X(3))
      *>   Bytes 49-53:   Quoted rate (PIC X(5), rate-table form,
      *>                  "04750" = 4.75%)
      *>   Byte 54:       Rate type (PIC X: F fixed, V variable)
      *>   Bytes 55-57:   Credit score quoted on (PIC X(3))
      *>   Bytes 58-65:   Issued business date, YYYYMMDD (PIC X(8))
      *>   Bytes 66-73:   Expiry date, YYYYMMDD inclusive (PIC X(8))
      *>   Bytes 74-83:   Operator who gave the quote (PIC X(10))
      *>   Bytes 84-91:   Status (PIC X(8): OPEN, BOOKED, DECLINED)
      *>   Bytes 92-99:   Business date the quote was applied on
      *>                  (PIC X(8), spaces while OPEN)
      *>   Bytes 100-120: Loan origination timestamp of the loan
      *>                  booked on it (PIC X(21), spaces unless
      *>                  BOOKED)
      *> Total: 120 bytes

       01  QUOTE-RECORD.
           05  QT-QUOTE-REF            PIC X(10).
           05  QT-CUSTOMER-ID          PIC X(10).
           05  QT-COAPPLICANT-ID       PIC X(10).
           05  QT-PRODUCT-CODE         PIC X(4).
           05  QT-AMOUNT-STR           PIC X(11).
           05  QT-TERM-STR             PIC X(3).
           05  QT-RATE-STR             PIC X(5).
           05  QT-RATE-TYPE            PIC X.
           05  QT-CREDIT-SCORE-STR     PIC X(3).
           05  QT-ISSUED-DATE          PIC X(8).
           05  QT-EXPIRY-DATE          PIC X(8).
           05  QT-OPERATOR-ID          PIC X(10).
           05  QT-STATUS               PIC X(8).
           05  QT-APPLIED-DATE         PIC X(8).
           05  QT-LOAN-TIMESTAMP       PIC X(21).
