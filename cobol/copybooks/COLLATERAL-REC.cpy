      *> COLLATERAL-REC.cpy
      *> Collateral Register Record (162 bytes total)
      *>
      *> collateral-register.dat holds one of these per asset backing
      *> a secured loan, keyed to the loan-book key (customer ID plus
      *> origination timestamp) so every reader can tie the asset to
      *> LB-BOOK-KEY. COLLATERAL-REGISTER pledges the asset against
      *> the customer before the application - the loan timestamp is
      *> spaces and the lien PLEDGED until then - and LOAN-PROCESS,
      *> once it has checked the amount against the maximum
      *> loan-to-value on collateral-ltv-table.dat and booked the
      *> loan, stamps the new loan's timestamp on and moves the lien
      *> to RECORDED. LOAN-MAINTAIN moves it to RELEASE-Q and queues
      *> a lien release on lien-release-queue.dat when the loan is
      *> PAID, and COLLATERAL-REGISTER RELEASE records the release
      *> once it is filed. RECOVERY-REPORT sets the appraised value
      *> against the net loss on a charged-off loan.
      *>
      *> Layout:
      *>   Bytes 1-10:    Customer ID (PIC X(10))
      *>   Bytes 11-31:   Loan origination timestamp (PIC X(21),
      *>                  matches LB-TIMESTAMP; spaces while the
      *>                  asset is only pledged)
      *>   Bytes 32-41:   Collateral type (PIC X(10), e.g. VEHICLE,
      *>                  EQUIPMENT)
      *>   Bytes 42-61:   Identifier - VIN, serial number, or title
      *>                  reference (PIC X(20), unique per customer)
      *>   Bytes 62-101:  Description (PIC X(40))
      *>   Bytes 102-113: Appraised value, USD (PIC X(12), 9(9).99)
      *>   Bytes 114-121: Appraisal date, YYYYMMDD (PIC X(8))
      *>   Bytes 122-131: Lien status (PIC X(10): PLEDGED, RECORDED,
      *>                  RELEASE-Q, RELEASED, or WITHDRAWN for a
      *>                  pledge taken back before any loan)
      *>   Bytes 132-152: Last updated timestamp (PIC X(21))
      *>   Bytes 153-162: Operator who updated it (PIC X(10))
      *> Total: 162 bytes

       01  COLLATERAL-RECORD.
           05  CG-CUSTOMER-ID          PIC X(10).
           05  CG-LOAN-TIMESTAMP       PIC X(21).
           05  CG-COLLATERAL-TYPE      PIC X(10).
           05  CG-IDENTIFIER           PIC X(20).
           05  CG-DESCRIPTION          PIC X(40).
           05  CG-APPRAISED-VALUE-STR  PIC X(12).
           05  CG-APPRAISAL-DATE       PIC X(8).
           05  CG-LIEN-STATUS          PIC X(10).
           05  CG-UPDATED-TS           PIC X(21).
           05  CG-UPDATED-BY           PIC X(10).
