      *> PRICING-EXCEPTION-REC.cpy
      *> Pricing Exception Register Record (105 bytes total)
      *>
      *> LOAN-PROCESS appends one of these to
      *> pricing-exception-register.dat for every loan booked below
      *> the rate table at an officer's request. One the officer's
      *> own pricing authority covers is GRANTED with the officer as
      *> approver; one beyond it books PENDING and waits on the
      *> loan-approval-queue, and LOAN-APPROVE moves it to APPROVED or
      *> VETOED with the deciding officer as approver.
      *> PRICING-EXCEPTION-REPORT reads the register for exception
      *> volume and forgone interest by officer.
      *>
      *> Layout:
      *>   Bytes 1-21:    Loan origination timestamp (PIC X(21),
      *>                  matches LB-TIMESTAMP on the loan book)
      *>   Bytes 22-31:   Customer ID (PIC X(10))
      *>   Bytes 32-35:   Product code (PIC X(4))
      *>   Bytes 36-46:   Loan amount, USD (PIC X(11), 9(8).99)
      *>   Bytes 47-49:   Term in months (PIC X(3))
      *>   Bytes 50-54:   Table rate the loan would have had
      *>                  (PIC X(5), rate-table form, "04750" = 4.75%)
      *>   Bytes 55-59:   Granted rate (PIC X(5), rate-table form)
      *>   Bytes 60-69:   Officer who asked for the rate (PIC X(10))
      *>   Bytes 70-79:   Officer's roster role at the time
      *>                  (PIC X(10), spaces if not on the roster)
      *>   Bytes 80-89:   Approver (PIC X(10), spaces while PENDING)
      *>   Bytes 90-97:   Status (PIC X(8): GRANTED, PENDING,
      *>                  APPROVED, VETOED)
      *>   Bytes 98-105:  Business date of the booking or the
      *>                  senior officer's decision (PIC X(8))
      *> Total: 105 bytes

       01  PRICING-EXCEPTION-RECORD.
           05  PX-LOAN-TIMESTAMP       PIC X(21).
           05  PX-CUSTOMER-ID          PIC X(10).
           05  PX-PRODUCT-CODE         PIC X(4).
           05  PX-AMOUNT-STR           PIC X(11).
           05  PX-TERM-STR             PIC X(3).
           05  PX-TABLE-RATE-STR       PIC X(5).
           05  PX-GRANTED-RATE-STR     PIC X(5).
           05  PX-OFFICER-ID           PIC X(10).
           05  PX-OFFICER-ROLE         PIC X(10).
           05  PX-APPROVER-ID          PIC X(10).
           05  PX-STATUS               PIC X(8).
           05  PX-DECISION-DATE        PIC X(8).
