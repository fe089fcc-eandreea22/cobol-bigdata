      *>                this file nets reversals out arithmetically -
      *>                the file stays append-only and the original
      *>                record is never touched.
      *>
      *> FEE-WAIVE also appends a refund credit when a waived fee had
      *> already been paid: no cash (amount and interest 0.00), the
      *> refunded amount negative in the fee portion and positive in
      *> the principal portion, reversal reference spaces.
      *> Total: 133 bytes

       01  LOAN-PAYMENT-RECORD.
