      *> DISPUTE-REC.cpy
      *> Cardholder Dispute Register Record (151 bytes total)
      *>
      *> DISPUTE-MAINTAIN keeps one of these on dispute-register.dat
      *> per disputed transaction, keyed by the customer and the
      *> transaction timestamp exactly as fraud-txn-history.dat keys
      *> it (TH-HIST-KEY). The record carries the dispute from the
      *> customer's call through the merchant chargeback:
      *>   OPEN      - dispute taken, provisional credit (if any)
      *>               posted to CM-ACCT-BALANCE; the deadline is
      *>               the network's last day to submit
      *>   SUBMITTED - chargeback sent to the network; the deadline
      *>               is the network's response date
      *>   WON       - chargeback upheld, the credit stands; a FRAUD
      *>               dispute also posts its amount as a recovery
      *>               on the case's fraud-loss-ledger.dat entry
      *>   LOST      - chargeback refused, the provisional credit is
      *>               taken back off the balance
      *> DISPUTE-AGING reports the OPEN and SUBMITTED disputes
      *> against their deadlines daily.
      *>
      *> Layout:
      *>   Bytes 1-10:    Customer ID (PIC X(10))
      *>   Bytes 11-29:   Transaction timestamp (PIC X(19), matches
      *>                  TH-TXN-TIMESTAMP)
      *>   Bytes 30-37:   Reason code (PIC X(8), e.g. FRAUD, NORECV)
      *>   Bytes 38-52:   Disputed transaction amount (PIC X(15))
      *>   Bytes 53-67:   Provisional credit posted (PIC X(15))
      *>   Bytes 68-76:   Status (PIC X(9)): OPEN, SUBMITTED, WON or
      *>                  LOST
      *>   Bytes 77-84:   Opened business date, YYYYMMDD (PIC X(8))
      *>   Bytes 85-92:   Current network deadline, YYYYMMDD
      *>                  (PIC X(8))
      *>   Bytes 93-100:  Submitted business date (PIC X(8), spaces
      *>                  until SUBMITTED)
      *>   Bytes 101-108: Resolved business date (PIC X(8), spaces
      *>                  until WON or LOST)
      *>   Bytes 109-118: Operator who opened it (PIC X(10))
      *>   Bytes 119-128: Operator of the latest change (PIC X(10))
      *>   Bytes 129-136: Fraud case number the recovery posted to
      *>                  (PIC X(8), spaces otherwise)
      *>   Bytes 137-151: Recovery posted (PIC X(15))
      *> Total: 151 bytes

       01  DISPUTE-RECORD.
           05  DP-CUSTOMER-ID          PIC X(10).
           05  DP-TXN-TIMESTAMP        PIC X(19).
           05  DP-REASON-CODE          PIC X(8).
           05  DP-TXN-AMOUNT-STR       PIC X(15).
           05  DP-CREDIT-STR           PIC X(15).
           05  DP-STATUS               PIC X(9).
           05  DP-OPENED-DATE          PIC X(8).
           05  DP-DEADLINE-DATE        PIC X(8).
           05  DP-SUBMITTED-DATE       PIC X(8).
           05  DP-RESOLVED-DATE        PIC X(8).
           05  DP-OPENED-BY            PIC X(10).
           05  DP-UPDATED-BY           PIC X(10).
           05  DP-CASE-NUMBER          PIC X(8).
           05  DP-RECOVERED-STR        PIC X(15).
