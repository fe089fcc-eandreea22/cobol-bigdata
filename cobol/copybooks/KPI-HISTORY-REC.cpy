      *> KPI-HISTORY-REC.cpy
      *> Daily KPI History Record (200 bytes total)
      *>
      *> KPI-CAPTURE writes one of these per business day to
      *> kpi-history.dat when EOD-CLOSE closes the day (a rerun for
      *> the same day replaces that day's row), so the figures the
      *> point-in-time reports print can be charted afterwards by
      *> KPI-TREND. Activity counts are the day's own, off the audit
      *> trail's business-dated records; delinquency and suspense
      *> figures are balances as they stood at the close.
      *>
      *> Layout:
      *>   Bytes 1-8:     Business date, YYYYMMDD (PIC X(8))
      *>   Bytes 9-29:    Capture timestamp (PIC X(21))
      *>   Bytes 30-35:   Loan applications decided or referred
      *>                  (PIC 9(6))
      *>   Bytes 36-41:   Approvals, second-officer confirms
      *>                  included (PIC 9(6))
      *>   Bytes 42-47:   Declines, second-officer vetoes included
      *>                  (PIC 9(6))
      *>   Bytes 48-53:   HIGH risk fraud screenings (PIC 9(6))
      *>   Bytes 54-59:   Fraud screenings recommended for REVIEW
      *>                  (PIC 9(6))
      *>   Bytes 60-65:   Fraud cases opened (PIC 9(6))
      *>   Bytes 66-71:   Fraud cases closed (PIC 9(6))
      *>   Bytes 72-77:   Loans 30 days past due (PIC 9(6))
      *>   Bytes 78-91:   Amount 30 days past due (PIC 9(12)V99)
      *>   Bytes 92-97:   Loans 60 days past due (PIC 9(6))
      *>   Bytes 98-111:  Amount 60 days past due (PIC 9(12)V99)
      *>   Bytes 112-117: Loans 90+ days past due (PIC 9(6))
      *>   Bytes 118-131: Amount 90+ days past due (PIC 9(12)V99)
      *>   Bytes 132-137: Open suspense items (PIC 9(6))
      *>   Bytes 138-151: Open suspense balance (PIC 9(12)V99)
      *>   Bytes 152-157: Customer lookups (PIC 9(6))
      *>   Bytes 158-163: System errors - audit records of any
      *>                  program with an ERROR outcome (PIC 9(6))
      *>   Bytes 164-171: Records on the fraud case queue at the
      *>                  close (PIC 9(8), the next day's baseline
      *>                  for cases opened)
      *>   Bytes 172-200: Reserved (spaces)
      *> Total: 200 bytes

       01  KPI-HISTORY-RECORD.
           05  KP-BUSINESS-DATE        PIC X(8).
           05  KP-CAPTURED-TS          PIC X(21).
           05  KP-APPLICATIONS         PIC 9(6).
           05  KP-APPROVALS            PIC 9(6).
           05  KP-DECLINES             PIC 9(6).
           05  KP-FRAUD-HIGH           PIC 9(6).
           05  KP-FRAUD-REVIEW         PIC 9(6).
           05  KP-CASES-OPENED         PIC 9(6).
           05  KP-CASES-CLOSED         PIC 9(6).
           05  KP-PD30-COUNT           PIC 9(6).
           05  KP-PD30-AMOUNT          PIC 9(12)V99.
           05  KP-PD60-COUNT           PIC 9(6).
           05  KP-PD60-AMOUNT          PIC 9(12)V99.
           05  KP-PD90-COUNT           PIC 9(6).
           05  KP-PD90-AMOUNT          PIC 9(12)V99.
           05  KP-SUSPENSE-COUNT       PIC 9(6).
           05  KP-SUSPENSE-BALANCE     PIC 9(12)V99.
           05  KP-LOOKUPS              PIC 9(6).
           05  KP-SYSTEM-ERRORS        PIC 9(6).
           05  KP-CASE-QUEUE-COUNT     PIC 9(8).
           05  FILLER                  PIC X(29).
