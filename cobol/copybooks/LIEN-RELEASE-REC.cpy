      *> LIEN-RELEASE-REC.cpy
      *> Lien Release Queue Record (132 bytes total)
      *>
      *> LOAN-MAINTAIN appends one of these to lien-release-queue.dat
      *> for every asset with a RECORDED lien on the collateral
      *> register when it moves the asset's loan to PAID, so the
      *> titles desk has a work list of liens to release instead of
      *> finding out from the borrower. The queue is append-only;
      *> COLLATERAL-REGISTER RELEASE records on the register that the
      *> release has been filed.
      *>
      *> Layout:
      *>   Bytes 1-21:    Queued timestamp (PIC X(21))
      *>   Bytes 22-31:   Customer ID (PIC X(10))
      *>   Bytes 32-52:   Loan origination timestamp (PIC X(21))
      *>   Bytes 53-62:   Collateral type (PIC X(10))
      *>   Bytes 63-82:   Identifier (PIC X(20))
      *>   Bytes 83-122:  Description (PIC X(40))
      *>   Bytes 123-132: Operator who closed the loan (PIC X(10))
      *> Total: 132 bytes

       01  LIEN-RELEASE-RECORD.
           05  LQ-TIMESTAMP            PIC X(21).
           05  LQ-CUSTOMER-ID          PIC X(10).
           05  LQ-LOAN-TIMESTAMP       PIC X(21).
           05  LQ-COLLATERAL-TYPE      PIC X(10).
           05  LQ-IDENTIFIER           PIC X(20).
           05  LQ-DESCRIPTION          PIC X(40).
           05  LQ-OPERATOR-ID          PIC X(10).
