      *> ALERT-RESPONSE-REC.cpy
      *> Fraud Alert Customer Response Record (42 bytes total)
      *>
      *> The messaging service returns one of these per customer
      *> answer to a fraud-alert-out.dat alert, on
      *> fraud-alert-responses.dat. FRAUD-ALERT-IN applies them;
      *> a response is matched to the alert by case number and
      *> customer, and only the first answer inside the window
      *> counts, so the file may safely be re-read.
      *>
      *> Layout:
      *>   Bytes 1-8:   Case number quoted on the alert (PIC X(8))
      *>   Bytes 9-18:  Customer ID (PIC X(10))
      *>   Bytes 19-21: Answer (PIC X(3)): YES (it was me) or NO
      *>   Bytes 22-42: Answer received timestamp (PIC X(21))
      *> Total: 42 bytes

       01  ALERT-RESPONSE-RECORD.
           05  AR-CASE-NUMBER          PIC X(8).
           05  AR-CUSTOMER-ID          PIC X(10).
           05  AR-ANSWER               PIC X(3).
           05  AR-RECEIVED-TS          PIC X(21).
