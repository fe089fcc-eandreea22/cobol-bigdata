      *> BILLING-NOTICE-REC.cpy
      *> Billing Notice Mailing Manifest Record (82 bytes total)
      *>
      *> BILLING-NOTICE appends one of these to
      *> billing-notice-manifest.dat for every pre-due billing notice
      *> it produces, withholds on the customer's preferences or the
      *> legal status register, or cannot address. A loan is identified by customer ID plus
      *> origination timestamp, the same pair that identifies a
      *> loan-book entry; together with the due date the notice is
      *> for, that is the key a rerun checks so no loan ever gets two
      *> notices for the same due date. Only NO-ADDRESS entries are
      *> retried on a later run.
      *>
      *> Layout:
      *>   Bytes 1-21:  Notice production timestamp (PIC X(21))
      *>   Bytes 22-31: Customer ID (PIC X(10))
      *>   Bytes 32-52: Loan origination timestamp (PIC X(21),
      *>                matches LB-TIMESTAMP on the loan book)
      *>   Bytes 53-60: Due date billed, YYYYMMDD (PIC X(8), after
      *>                the business-calendar roll)
      *>   Bytes 61-71: Total amount billed (PIC X(11), 9(8).99)
      *>   Bytes 72-82: Status (PIC X(11): PRODUCED, NO-ADDRESS,
      *>                SUPP-DNM, SUPP-ELEC or SUPP-LEGAL)
      *> Total: 82 bytes

       01  BILLING-NOTICE-RECORD.
           05  BN-TIMESTAMP            PIC X(21).
           05  BN-CUSTOMER-ID          PIC X(10).
           05  BN-LOAN-TIMESTAMP       PIC X(21).
           05  BN-DUE-DATE             PIC X(8).
           05  BN-AMOUNT-STR           PIC X(11).
           05  BN-STATUS               PIC X(11).
