      *> statement-suppression-manifest.dat for every statement it
      *> withheld because of the customer's preferences - compliance
      *> needs to evidence why a document was NOT produced just as
      *> much as that one was - or because the customer is under
      *> bankruptcy or estate handling with no trustee or estate
      *> contact on the legal status register. YEAR-END-TAX
      *> evidences its withheld year-end interest statements here
      *> too, one per borrower and tax year. (Adverse-action
      *> letters evidence their suppressions on their own mailing
      *> manifest, which already exists per notice.)
      *>
      *> Layout:
      *>   Bytes 1-21:  Suppression timestamp (PIC X(21))
      *>   Bytes 22-31: Customer ID (PIC X(10))
      *>   Bytes 32-41: Item withheld (PIC X(10), "STATEMENT", or
      *>                "TAX-yyyy" for a tax year's interest
      *>                statement)
      *>   Bytes 42-53: Reason (PIC X(12): DO_NOT_MAIL,
      *>                ELECTRONIC, LEGAL_STATUS, or NO_ADDRESS for
      *>                a tax statement whose borrower has no master
      *>                record)
      *> Total: 53 bytes

       01  SUPPRESS-RECORD.
