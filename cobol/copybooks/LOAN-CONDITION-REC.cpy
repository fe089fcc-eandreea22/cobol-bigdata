      *> LOAN-CONDITION-REC.cpy
      *> Loan Conditions-to-Fund Record (96 bytes total)
      *>
      *> One record per named condition an approving officer has put
      *> on a loan - proof of income, a signed agreement, insurance
      *> on the collateral - on loan-conditions.dat. LOAN-PROCESS and
      *> LOAN-APPROVE attach them OPEN as the loan is approved;
      *> CONDITION-CLEAR marks one SATISFIED or WAIVED, and only an
      *> operator other than the one who set it may. LOAN-DISBURSE
      *> will not fund a loan while any of its conditions is OPEN.
      *> Records are never deleted, so the file is the history of who
      *> asked for what and who signed it off.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
      *>   Bytes 11-31: Loan origination timestamp (PIC X(21),
      *>                matches LB-TIMESTAMP)
      *>   Bytes 32-51: Condition name (PIC X(20), e.g.
      *>                INCOME-PROOF, SIGNED-AGREEMENT, INSURANCE)
      *>   Bytes 52-60: Status (PIC X(9)): OPEN, SATISFIED, WAIVED
      *>   Bytes 61-70: Set by - the approving officer (PIC X(10))
      *>   Bytes 71-78: Business date set (PIC X(8))
      *>   Bytes 79-88: Cleared by (PIC X(10), spaces while OPEN)
      *>   Bytes 89-96: Business date cleared (PIC X(8))
      *> Total: 96 bytes

       01  LOAN-CONDITION-RECORD.
           05  LC-CUSTOMER-ID          PIC X(10).
           05  LC-LOAN-TIMESTAMP       PIC X(21).
           05  LC-CONDITION-NAME       PIC X(20).
           05  LC-STATUS               PIC X(9).
           05  LC-SET-BY               PIC X(10).
           05  LC-SET-DATE             PIC X(8).
           05  LC-CLEARED-BY           PIC X(10).
           05  LC-CLEARED-DATE         PIC X(8).
