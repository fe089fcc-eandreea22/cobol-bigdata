      *> ALERT-OUT-REC.cpy
      *> Outbound Fraud Alert Record (220 bytes total)
      *>
      *> FRAUD-ALERT-OUT writes one of these per alert to
      *> fraud-alert-out.dat, the file handed to the messaging
      *> service each night (recreated every run - the alert log
      *> keeps the history). The service asks the customer whether
      *> they made the transaction and returns the answers on
      *> fraud-alert-responses.dat (ALERT-RESPONSE-REC.cpy) quoting
      *> the case number.
      *>
      *> Layout:
      *>   Bytes 1-8:     Case number (PIC X(8))
      *>   Bytes 9-18:    Customer ID (PIC X(10))
      *>   Bytes 19-68:   Customer name (PIC X(50))
      *>   Bytes 69-78:   Delivery channel (PIC X(10)): ELECTRONIC
      *>                  or MAIL
      *>   Bytes 79-178:  Contact (PIC X(100)): the e-mail address
      *>                  for ELECTRONIC; city and postal code for
      *>                  MAIL
      *>   Bytes 179-197: Transaction timestamp (PIC X(19))
      *>   Bytes 198-212: Transaction amount (PIC X(15))
      *>   Bytes 213-220: Answer-by date, YYYYMMDD (PIC X(8))
      *> Total: 220 bytes

       01  ALERT-OUT-RECORD.
           05  AO-CASE-NUMBER          PIC X(8).
           05  AO-CUSTOMER-ID          PIC X(10).
           05  AO-CUST-NAME            PIC X(50).
           05  AO-CHANNEL              PIC X(10).
           05  AO-CONTACT              PIC X(100).
           05  AO-TXN-TIMESTAMP        PIC X(19).
           05  AO-TXN-AMOUNT-STR       PIC X(15).
           05  AO-RESPOND-BY           PIC X(8).
