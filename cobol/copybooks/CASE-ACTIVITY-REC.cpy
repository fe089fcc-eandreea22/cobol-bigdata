      *> CASE-ACTIVITY-REC.cpy
      *> Fraud Case Activity Log Record (159 bytes total)
      *>
      *> One of these is appended to case-activity.dat for every step
      *> taken on a fraud case, any number per case, so the next
      *> analyst who picks up a reassigned case can see what was
      *> already done instead of reading one 50-byte note written at
      *> closure. Entries are tied to the case by CQ-CASE-NUMBER and
      *> the file is append-only: its order is the order things
      *> happened in.
      *>
      *> Action codes an analyst records with CASE-NOTE:
      *>   CALL_CUST  - called the customer
      *>   CALL_MERCH - contacted the merchant
      *>   CARD_BLOCK - blocked the card
      *>   DOCS_REQ   - asked for documents
      *>   DOCS_RECVD - documents received
      *>   NOTE       - anything else worth writing down
      *> Action codes the case programs record themselves:
      *>   ASSIGNED   - CASE-ASSIGN handed the case to an analyst
      *>   DISPOSED   - ANALYST-FEEDBACK closed the case
      *>
      *> Layout:
      *>   Bytes 1-21:   Activity timestamp (PIC X(21))
      *>   Bytes 22-29:  Case number (PIC X(8), matches
      *>                 CQ-CASE-NUMBER on the case queue)
      *>   Bytes 30-39:  Customer ID (PIC X(10))
      *>   Bytes 40-49:  Action code (PIC X(10))
      *>   Bytes 50-59:  Analyst / operator ID (PIC X(10))
      *>   Bytes 60-159: Notes (PIC X(100), free text)
      *> Total: 159 bytes

       01  CASE-ACTIVITY-RECORD.
           05  CA-TIMESTAMP            PIC X(21).
           05  CA-CASE-NUMBER          PIC X(8).
           05  CA-CUSTOMER-ID          PIC X(10).
           05  CA-ACTION               PIC X(10).
           05  CA-ANALYST-ID           PIC X(10).
           05  CA-NOTES                PIC X(100).
