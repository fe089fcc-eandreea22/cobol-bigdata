      *> GL-JOURNAL-REC.cpy
      *> General Ledger Interface Journal Line (100 bytes total)
      *>
      *> GL-POSTING writes the day's double-entry journal as pairs of
      *> these lines - one debit, one credit, same amount - and only
      *> releases them onto gl-interface.dat for the general ledger
      *> once the day balances and ties back to every sub-ledger.
      *> Each line keeps the sub-ledger entry it came from (source,
      *> customer, loan, and the entry's own timestamp) so finance can
      *> trace any GL balance back to the item that made it.
      *>
      *> Layout:
      *>   Bytes 1-8:     Business date posted (PIC X(8), YYYYMMDD)
      *>   Bytes 9-14:    Line number within the day (PIC 9(6))
      *>   Bytes 15-24:   GL account (PIC X(10))
      *>   Byte  25:      D = debit, C = credit (PIC X)
      *>   Bytes 26-40:   Amount, always positive (PIC X(15))
      *>   Bytes 41-48:   Posting source (PIC X(8), see
      *>                  GL-ACCOUNT-MAP-REC.cpy)
      *>   Bytes 49-58:   Customer ID (PIC X(10))
      *>   Bytes 59-79:   Loan origination timestamp or case number
      *>                  (PIC X(21))
      *>   Bytes 80-100:  Sub-ledger entry timestamp (PIC X(21))
      *> Total: 100 bytes

       01  GL-JOURNAL-RECORD.
           05  GJ-BUSINESS-DATE        PIC X(8).
           05  GJ-LINE-NUMBER          PIC 9(6).
           05  GJ-ACCOUNT              PIC X(10).
           05  GJ-DR-CR                PIC X.
           05  GJ-AMOUNT-STR           PIC X(15).
           05  GJ-SOURCE               PIC X(8).
           05  GJ-CUSTOMER-ID          PIC X(10).
           05  GJ-REFERENCE            PIC X(21).
           05  GJ-SOURCE-TS            PIC X(21).
