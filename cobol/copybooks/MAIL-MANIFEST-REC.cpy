      *>   Bytes 22-42: Notice timestamp (PIC X(21), AA-TIMESTAMP of
      *>                the adverse-action record the letter covers)
      *>   Bytes 43-52: Customer ID (PIC X(10))
      *>   Bytes 53-63: Status (PIC X(11): PRODUCED, NO-ADDRESS,
      *>                SUPP-DNM or SUPP-ELEC, or for a customer on
      *>                the legal status register PROD-LEGAL (sent to
      *>                the trustee or estate) or SUPP-LEGAL)
      *> Total: 63 bytes

       01  MAIL-MANIFEST-RECORD.
