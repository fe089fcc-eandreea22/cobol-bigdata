      *> FEE-WAIVER-REC.cpy
      *> Fee Waiver Register Record (208 bytes total)
      *>
      *> FEE-WAIVE keeps one of these on fee-waiver-register.dat for
      *> every waiver asked for. A waiver within the asking
      *> operator's authority (fee-waiver-authority.dat) is POSTED at
      *> once with that operator as the decider; a larger one waits
      *> PENDING until a second operator whose own authority covers
      *> it APPROVEs it (POSTED) or REJECTs it. Nothing is deleted -
      *> the record is updated in place with who decided and when,
      *> and FEE-WAIVER-REPORT reads the month's POSTED waivers from
      *> here.
      *>
      *> When the waiver posts, the part of the fee still open on
      *> the loan is simply taken off; the part the borrower had
      *> already paid through the fee portion of a payment goes back
      *> to them as an overpayment credit against principal. The two
      *> amounts are kept apart below and add up to the fee.
      *>
      *> Layout:
      *>   Bytes 1-8:     Waiver ID (PIC X(8), zero-padded sequence)
      *>   Bytes 9-29:    Request timestamp (PIC X(21))
      *>   Bytes 30-37:   Status (PIC X(8): PENDING, POSTED,
      *>                  REJECTED)
      *>   Bytes 38-47:   Customer ID (PIC X(10))
      *>   Bytes 48-68:   Loan origination timestamp (PIC X(21))
      *>   Bytes 69-89:   Fee posting timestamp (PIC X(21), the
      *>                  FL-TIMESTAMP of the fee being waived)
      *>   Bytes 90-97:   Fee type (PIC X(8), as FL-FEE-TYPE)
      *>   Bytes 98-112:  Fee amount (PIC X(15))
      *>   Bytes 113-120: Reason code (PIC X(8): OURERROR,
      *>                  DISASTER, COMPLNT)
      *>   Bytes 121-130: Operator who asked (PIC X(10))
      *>   Bytes 131-140: Operator who decided (PIC X(10), the asker
      *>                  when within their own authority; spaces
      *>                  while PENDING)
      *>   Bytes 141-148: Business date decided (PIC X(8))
      *>   Bytes 149-163: Amount taken off open fees (PIC X(15))
      *>   Bytes 164-178: Amount refunded as an overpayment credit
      *>                  (PIC X(15))
      *>   Bytes 179-208: Rejection reason (PIC X(30))
      *> Total: 208 bytes

       01  FEE-WAIVER-RECORD.
           05  FW-WAIVER-ID            PIC X(8).
           05  FW-REQUEST-TS           PIC X(21).
           05  FW-STATUS               PIC X(8).
           05  FW-CUSTOMER-ID          PIC X(10).
           05  FW-LOAN-TIMESTAMP       PIC X(21).
           05  FW-FEE-TIMESTAMP        PIC X(21).
           05  FW-FEE-TYPE             PIC X(8).
           05  FW-FEE-AMOUNT-STR       PIC X(15).
           05  FW-REASON-CODE          PIC X(8).
           05  FW-REQUESTED-BY         PIC X(10).
           05  FW-DECIDED-BY           PIC X(10).
           05  FW-DECIDED-DATE         PIC X(8).
           05  FW-WAIVED-STR           PIC X(15).
           05  FW-REFUNDED-STR         PIC X(15).
           05  FW-REJECT-REASON        PIC X(30).
