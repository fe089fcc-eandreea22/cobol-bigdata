      *> KYC-REC.cpy
      *> Periodic KYC Review Work Item Record (98 bytes total)
      *>
      *> KYC-SCHEDULE appends one of these to kyc-review-queue.dat
      *> when a customer's CM-NEXT-REVIEW-DATE passes, so periodic
      *> items overdue past the grace period surface on
      *> DAILY-OPS-REPORT so they cannot quietly pile up.
      *>
      *> ID-EXPIRY opens items on the same queue, for a different
      *> reason: the customer's identity document has expired or is
      *> about to. Those carry the document's expiry date as their
      *> due date, and KYC-REVIEW will not close one until a newer
      *> document has been recorded on id-document-register.dat.
      *>
      *> Layout:
      *>   Bytes 1-21:  Item opened timestamp (PIC X(21))
      *>   Bytes 22-31: Customer ID (PIC X(10))
      *>   Bytes 48-57: Reviewer who closed it (PIC X(10))
      *>   Bytes 58-67: Outcome (PIC X(10): PASS or ESCALATE)
      *>   Bytes 68-88: Closed timestamp (PIC X(21))
      *>   Bytes 89-98: Reason (PIC X(10)): PERIODIC or ID-EXPIRY -
      *>                items from before the reason existed read
      *>                as spaces and are periodic reviews
      *> Total: 98 bytes

       01  KYC-REVIEW-RECORD.
           05  KY-OPENED-TS            PIC X(21).
           05  KY-REVIEWER-ID          PIC X(10).
           05  KY-OUTCOME              PIC X(10).
           05  KY-CLOSED-TS            PIC X(21).
           05  KY-REASON               PIC X(10).
