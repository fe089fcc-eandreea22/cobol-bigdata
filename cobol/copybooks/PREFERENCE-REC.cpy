      *> customer wants paper handled (electronic delivery, or no
      *> mail at all - a bad address, an estate, a request not to be
      *> contacted) and a preferred-language placeholder for when
      *> the letter texts grow translations. STATEMENT-GEN,
      *> AA-LETTERS, BILLING-NOTICE and YEAR-END-TAX consult it
      *> before producing anything mailable; a suppressed item still
      *> lands on the relevant manifest with its reason, because
      *> compliance must evidence why a notice was withheld just as
      *> much as that one was sent. A customer with no record here
      *> gets the default: paper mail.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
