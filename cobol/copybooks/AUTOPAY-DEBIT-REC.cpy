      *> AUTOPAY-DEBIT-REC.cpy
      *> ACH Autopay Debit Register Record (109 bytes total)
      *>
      *> AUTOPAY-ORIGINATE appends one of these to
      *> autopay-debit-register.dat for every debit it sends to the
      *> bank, at the same moment it posts the payment to
      *> loan-payments.dat - the register is where the payment is
      *> known to be PENDING until the bank's return window has
      *> passed. AD-TRACE is the trace number on the outbound debit
      *> file (origination business date plus a sequence), which is
      *> what the bank's returns file quotes back. AD-PAYMENT-TS is
      *> the LP-TIMESTAMP the payment was posted under, so
      *> AUTOPAY-RETURNS can back out exactly that payment.
      *>
      *> Layout:
      *>   Bytes 1-15:   Trace number (PIC X(15): YYYYMMDD + 7-digit
      *>                 sequence)
      *>   Bytes 16-25:  Customer ID (PIC X(10))
      *>   Bytes 26-46:  Loan origination timestamp (PIC X(21))
      *>   Bytes 47-61:  Debit amount (PIC X(15))
      *>   Bytes 62-69:  Scheduled debit date, YYYYMMDD (PIC X(8),
      *>                 after the business-calendar roll)
      *>   Bytes 70-90:  Posted payment's LP-TIMESTAMP (PIC X(21))
      *>   Bytes 91-98:  Status (PIC X(8): PENDING, SETTLED,
      *>                 RETURNED)
      *>   Bytes 99-101: Bank return reason code (PIC X(3), e.g.
      *>                 R01; spaces unless RETURNED)
      *>   Bytes 102-109: Date of the last status change (PIC X(8))
      *> Total: 109 bytes

       01  AUTOPAY-DEBIT-RECORD.
           05  AD-TRACE                PIC X(15).
           05  AD-CUSTOMER-ID          PIC X(10).
           05  AD-LOAN-TIMESTAMP       PIC X(21).
           05  AD-AMOUNT-STR           PIC X(15).
           05  AD-DEBIT-DATE           PIC X(8).
           05  AD-PAYMENT-TS           PIC X(21).
           05  AD-STATUS               PIC X(8).
           05  AD-RETURN-CODE          PIC X(3).
           05  AD-STATUS-DATE          PIC X(8).
