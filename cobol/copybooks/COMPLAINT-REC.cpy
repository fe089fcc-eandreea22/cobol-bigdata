      *> COMPLAINT-REC.cpy
      *> Customer Complaint Register Record (236 bytes total)
      *>
      *> COMPLAINT-MAINTAIN keeps one of these on
      *> complaint-register.dat for every complaint a customer makes,
      *> by phone, email, letter or in a branch, under a complaint
      *> number it issues. The regulatory clock starts on the day
      *> the complaint is received: it must be acknowledged by the
      *> acknowledgement due date and answered with a final response
      *> by the final-response due date. A complaint is
      *>   OPEN          - logged, not yet acknowledged
      *>   ACKNOWLEDGED  - the customer has been told we have it
      *>   RESOLVED      - final response given; the outcome, the
      *>                   root cause and any redress paid recorded
      *> COMPLAINT-AGING reports the unresolved ones against their
      *> deadlines daily; COMPLAINT-SUMMARY counts a month's
      *> complaints by category and root cause.
      *>
      *> Layout:
      *>   Bytes 1-8:     Complaint number (PIC X(8), zero-padded)
      *>   Bytes 9-18:    Customer ID (PIC X(10))
      *>   Bytes 19-28:   Category (PIC X(10)): DECLINE, LATE-FEE,
      *>                  FRAUD-HOLD, COLLECTION, SERVICE or OTHER
      *>   Bytes 29-34:   Channel (PIC X(6)): PHONE, EMAIL, LETTER
      *>                  or BRANCH
      *>   Bytes 35-38:   Type of record it concerns (PIC X(4)):
      *>                  LOAN, CASE, FEE, or spaces for none
      *>   Bytes 39-59:   Key of that record (PIC X(21)): the loan's
      *>                  origination timestamp (LB-TIMESTAMP), the
      *>                  fraud case number, or the fee's posting
      *>                  timestamp (FL-TIMESTAMP) - always the
      *>                  complaining customer's own
      *>   Bytes 60-71:   Status (PIC X(12)): OPEN, ACKNOWLEDGED or
      *>                  RESOLVED
      *>   Bytes 72-79:   Received business date, YYYYMMDD (PIC X(8))
      *>   Bytes 80-87:   Acknowledgement due date (PIC X(8))
      *>   Bytes 88-95:   Final-response due date (PIC X(8))
      *>   Bytes 96-103:  Acknowledged date (PIC X(8), spaces until
      *>                  acknowledged)
      *>   Bytes 104-113: Operator it is assigned to (PIC X(10),
      *>                  spaces until assigned)
      *>   Bytes 114-123: Operator who logged it (PIC X(10))
      *>   Bytes 124-131: Outcome (PIC X(8)): UPHELD, PARTIAL or
      *>                  REJECTED
      *>   Bytes 132-143: Root cause (PIC X(12)): PROCESS, SYSTEM,
      *>                  STAFF, POLICY, THIRD-PARTY or NO-FAULT
      *>   Bytes 144-158: Redress paid (PIC X(15), zero when none)
      *>   Bytes 159-166: Resolved date (PIC X(8))
      *>   Bytes 167-176: Operator who resolved it (PIC X(10))
      *>   Bytes 177-236: Resolution note (PIC X(60))
      *> Total: 236 bytes

       01  COMPLAINT-RECORD.
           05  CP-COMPLAINT-NUMBER     PIC X(8).
           05  CP-CUSTOMER-ID          PIC X(10).
           05  CP-CATEGORY             PIC X(10).
           05  CP-CHANNEL              PIC X(6).
           05  CP-REF-TYPE             PIC X(4).
           05  CP-REF-KEY              PIC X(21).
           05  CP-STATUS               PIC X(12).
           05  CP-RECEIVED-DATE        PIC X(8).
           05  CP-ACK-DUE-DATE         PIC X(8).
           05  CP-FINAL-DUE-DATE       PIC X(8).
           05  CP-ACK-DATE             PIC X(8).
           05  CP-ASSIGNED-TO          PIC X(10).
           05  CP-OPENED-BY            PIC X(10).
           05  CP-OUTCOME              PIC X(8).
           05  CP-ROOT-CAUSE           PIC X(12).
           05  CP-REDRESS-STR          PIC X(15).
           05  CP-RESOLVED-DATE        PIC X(8).
           05  CP-RESOLVED-BY          PIC X(10).
           05  CP-RESOLUTION-NOTE      PIC X(60).
