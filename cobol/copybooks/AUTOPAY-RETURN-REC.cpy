      *> AUTOPAY-RETURN-REC.cpy
      *> ACH Autopay Bank Return Record (26 bytes total)
      *>
      *> One record per debit the bank could not collect, on the
      *> returns file the bank sends back (autopay-returns.dat).
      *> AR-TRACE is the trace number AUTOPAY-ORIGINATE put on the
      *> outbound debit, which ties the return to its entry on
      *> autopay-debit-register.dat and from there to the payment
      *> posted for it.
      *>
      *> Layout:
      *>   Bytes 1-15:  Trace number of the returned debit (PIC X(15))
      *>   Bytes 16-18: Return reason code (PIC X(3), e.g. R01
      *>                insufficient funds, R02 account closed)
      *>   Bytes 19-26: Date the bank returned it, YYYYMMDD
      *>                (PIC X(8))
      *> Total: 26 bytes

       01  AUTOPAY-RETURN-RECORD.
           05  AR-TRACE                PIC X(15).
           05  AR-RETURN-CODE          PIC X(3).
           05  AR-RETURN-DATE          PIC X(8).
