      *> FRAUD-ALERT-REC.cpy
      *> "Was This You?" Fraud Alert Log Record (114 bytes total)
      *>
      *> FRAUD-ALERT-OUT appends one of these to fraud-alert-log.dat
      *> for every REVIEW case it considers - sent or withheld - so
      *> no case is alerted twice and compliance can evidence both
      *> the alerts that went out and why any were held back.
      *> FRAUD-ALERT-IN rewrites the record as the customer's answer
      *> comes back:
      *>   SENT       alert written to the outbound file, answer
      *>              awaited until FA-EXPIRES-DATE
      *>   SUPPRESSED not sent (FA-RESULT says why: DO_NOT_CONTACT,
      *>              NO_MASTER); the case stays with the analysts
      *>   VERIFIED   customer answered "yes, it was me" - the case
      *>              was closed OVERRIDDEN with CUSTOMER as source
      *>   DENIED     customer answered "no" - the case went to HIGH
      *>              priority and the customer was held
      *>   EXPIRED    no answer inside the window; the case stays
      *>              with the analysts
      *>   IGNORED    an answer came for a case an analyst had
      *>              already closed - recorded, nothing changed
      *>
      *> Layout:
      *>   Bytes 1-8:    Case number (PIC X(8))
      *>   Bytes 9-18:   Customer ID (PIC X(10))
      *>   Bytes 19-37:  Case transaction timestamp (PIC X(19))
      *>   Bytes 38-47:  Delivery channel (PIC X(10), MAIL or
      *>                 ELECTRONIC off customer-preferences.dat)
      *>   Bytes 48-55:  Sent business date (PIC X(8))
      *>   Bytes 56-63:  Answer-by business date (PIC X(8))
      *>   Bytes 64-73:  Status (PIC X(10), see above)
      *>   Bytes 74-93:  Result / suppression reason (PIC X(20))
      *>   Bytes 94-114: Answer received timestamp (PIC X(21),
      *>                 spaces until answered)
      *> Total: 114 bytes

       01  FRAUD-ALERT-RECORD.
           05  FA-CASE-NUMBER          PIC X(8).
           05  FA-CUSTOMER-ID          PIC X(10).
           05  FA-CASE-TIMESTAMP       PIC X(19).
           05  FA-CHANNEL              PIC X(10).
           05  FA-SENT-DATE            PIC X(8).
           05  FA-EXPIRES-DATE         PIC X(8).
           05  FA-STATUS               PIC X(10).
           05  FA-RESULT               PIC X(20).
           05  FA-RESPONSE-TS          PIC X(21).
