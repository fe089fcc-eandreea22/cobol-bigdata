      *> AUTOPAY-ENROLL-REC.cpy
      *> ACH Autopay Enrollment Record (94 bytes total)
      *>
      *> AUTOPAY-ENROLL keeps one of these per enrolled loan on
      *> autopay-enrollment.dat: the borrower's bank account and the
      *> day of the month the installment is debited from it. A loan
      *> is tied back to the book by customer ID plus origination
      *> timestamp, the same pair that identifies a loan-book entry
      *> and a payment. AUTOPAY-ORIGINATE debits every ACTIVE
      *> enrollment once per month and stamps AE-LAST-PERIOD, so a
      *> rerun never debits a loan twice for the same month;
      *> AUTOPAY-RETURNS counts returned debits in AE-RETURN-COUNT and
      *> moves the enrollment to DROPPED at the configured limit.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
      *>   Bytes 11-31: Loan origination timestamp (PIC X(21),
      *>                matches LB-TIMESTAMP on the loan book)
      *>   Bytes 32-40: Bank routing number (PIC X(9))
      *>   Bytes 41-57: Bank account number (PIC X(17))
      *>   Bytes 58:    Account type (PIC X: C checking, S savings)
      *>   Bytes 59-60: Debit day of month, 01-28 (PIC X(2))
      *>   Bytes 61-68: Status (PIC X(8): ACTIVE, CANCELED, DROPPED)
      *>   Bytes 69-70: Returned debits to date (PIC X(2))
      *>   Bytes 71-78: Enrolled business date, YYYYMMDD (PIC X(8))
      *>   Bytes 79-88: Operator who last changed it (PIC X(10))
      *>   Bytes 89-94: Last month debited, YYYYMM (PIC X(6),
      *>                spaces until the first debit)
      *> Total: 94 bytes

       01  AUTOPAY-ENROLL-RECORD.
           05  AE-CUSTOMER-ID          PIC X(10).
           05  AE-LOAN-TIMESTAMP       PIC X(21).
           05  AE-ROUTING-NUMBER       PIC X(9).
           05  AE-ACCOUNT-NUMBER       PIC X(17).
           05  AE-ACCOUNT-TYPE         PIC X.
           05  AE-DEBIT-DAY            PIC X(2).
           05  AE-STATUS               PIC X(8).
           05  AE-RETURN-COUNT         PIC X(2).
           05  AE-ENROLLED-DATE        PIC X(8).
           05  AE-UPDATED-BY           PIC X(10).
           05  AE-LAST-PERIOD          PIC X(6).
