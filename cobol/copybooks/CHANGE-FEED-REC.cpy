      *> CHANGE-FEED-REC.cpy
      *> Outbound Change Feed Record (400 bytes total)
      *>
      *> CHANGE-FEED writes change-feed-out.dat for the CRM and the
      *> data warehouse: a header, one detail per change since the
      *> last acknowledged feed, and a trailer with the counts. Every
      *> detail carries the next number off one suite-wide sequence
      *> that never goes backwards or repeats, so downstream can
      *> apply details in sequence order and spot a gap. The details
      *> are also kept on change-feed-history.dat, from which a
      *> sequence range is resent (change-feed-resend.dat, the same
      *> layout, header mode RESEND).
      *>
      *> Byte 1 is the record type: H header, D detail, T trailer.
      *>
      *> Detail layout:
      *>   Byte 1:        "D"
      *>   Bytes 2-11:    Sequence number (PIC 9(10))
      *>   Bytes 12-17:   Feed batch number (PIC 9(6))
      *>   Bytes 18-25:   Entity (PIC X(8)): CUSTOMER, LOAN, CASE
      *>   Bytes 26-33:   Change (PIC X(8)):
      *>                    NEW      - first seen by the feed
      *>                    CONTACT  - contact details changed
      *>                               (customer, off the change
      *>                               journal)
      *>                    STATUS   - status changed (the status
      *>                               before is in bytes 95-104)
      *>                    CHANGED  - booked terms changed (loan)
      *>                    ERASED   - personal data erased; purge
      *>                               it downstream (customer)
      *>                    REMOVED  - no longer on file (a loan
      *>                               re-keyed by CUSTOMER-MERGE)
      *>   Bytes 34-73:   Entity key (PIC X(40)): customer ID; loan
      *>                  customer ID + origination timestamp; case
      *>                  number + transaction timestamp + customer
      *>                  ID
      *>   Bytes 74-94:   When changed (PIC X(21)): the journal
      *>                  timestamp for CONTACT, otherwise the time
      *>                  the feed saw the change
      *>   Bytes 95-104:  Status before, for STATUS (PIC X(10))
      *>   Bytes 105-400: Entity data as it now stands (PIC X(296)),
      *>                  laid out per entity below; spaces for
      *>                  REMOVED
      *>     CUSTOMER: name 50, email 100, city 50, phone 15,
      *>               postal code 10, country 3, status 6 (a
      *>               CONTACT detail carries the journal's after
      *>               images of name, email, city and phone only)
      *>     LOAN:     amount 15, term 3, rate 5, purpose 4,
      *>               status 10, co-applicant 10, rate type 1,
      *>               credit score 3 (as on loan-book-master.dat)
      *>     CASE:     the fraud-case-queue.dat record, 144 bytes
      *>
      *> Header layout:
      *>   Byte 1:        "H"
      *>   Bytes 2-7:     Feed batch number (PIC 9(6); zeros on a
      *>                  resend)
      *>   Bytes 8-15:    Business date, YYYYMMDD (PIC X(8))
      *>   Bytes 16-36:   File created timestamp (PIC X(21))
      *>   Bytes 37-42:   Mode (PIC X(6)): FEED or RESEND
      *>   Bytes 43-52:   First sequence number (PIC 9(10))
      *>   Bytes 53-62:   Last sequence number (PIC 9(10))
      *>   Bytes 63-400:  Reserved (spaces)
      *>
      *> Trailer layout:
      *>   Byte 1:        "T"
      *>   Bytes 2-7:     Feed batch number (PIC 9(6))
      *>   Bytes 8-15:    Detail records (PIC 9(8))
      *>   Bytes 16-23:   CUSTOMER details (PIC 9(8))
      *>   Bytes 24-31:   LOAN details (PIC 9(8))
      *>   Bytes 32-39:   CASE details (PIC 9(8))
      *>   Bytes 40-49:   First sequence number (PIC 9(10))
      *>   Bytes 50-59:   Last sequence number (PIC 9(10))
      *>   Bytes 60-400:  Reserved (spaces)
      *> Total: 400 bytes

       01  CHANGE-FEED-RECORD.
           05  CF-RECORD-TYPE          PIC X(1).
           05  CF-BODY                 PIC X(399).
           05  CF-DETAIL REDEFINES CF-BODY.
               10  CF-SEQUENCE         PIC 9(10).
               10  CF-BATCH            PIC 9(6).
               10  CF-ENTITY           PIC X(8).
               10  CF-CHANGE-TYPE      PIC X(8).
               10  CF-ENTITY-KEY       PIC X(40).
               10  CF-CHANGED-AT       PIC X(21).
               10  CF-PRIOR-STATUS     PIC X(10).
               10  CF-DATA             PIC X(296).
               10  CF-CUSTOMER-DATA REDEFINES CF-DATA.
                   15  CF-CUST-NAME        PIC X(50).
                   15  CF-CUST-EMAIL       PIC X(100).
                   15  CF-CUST-CITY        PIC X(50).
                   15  CF-CUST-PHONE       PIC X(15).
                   15  CF-CUST-POSTAL-CODE PIC X(10).
                   15  CF-CUST-COUNTRY     PIC X(3).
                   15  CF-CUST-STATUS      PIC X(6).
                   15  FILLER              PIC X(62).
               10  CF-LOAN-DATA REDEFINES CF-DATA.
                   15  CF-LOAN-IMAGE       PIC X(51).
                   15  FILLER              PIC X(245).
               10  CF-CASE-DATA REDEFINES CF-DATA.
                   15  CF-CASE-IMAGE       PIC X(144).
                   15  FILLER              PIC X(152).
           05  CF-HEADER REDEFINES CF-BODY.
               10  CF-HDR-BATCH        PIC 9(6).
               10  CF-HDR-BUSINESS-DATE PIC X(8).
               10  CF-HDR-CREATED-TS   PIC X(21).
               10  CF-HDR-MODE         PIC X(6).
               10  CF-HDR-FIRST-SEQ    PIC 9(10).
               10  CF-HDR-LAST-SEQ     PIC 9(10).
               10  FILLER              PIC X(338).
           05  CF-TRAILER REDEFINES CF-BODY.
               10  CF-TRL-BATCH        PIC 9(6).
               10  CF-TRL-RECORD-COUNT PIC 9(8).
               10  CF-TRL-CUSTOMER-COUNT PIC 9(8).
               10  CF-TRL-LOAN-COUNT   PIC 9(8).
               10  CF-TRL-CASE-COUNT   PIC 9(8).
               10  CF-TRL-FIRST-SEQ    PIC 9(10).
               10  CF-TRL-LAST-SEQ     PIC 9(10).
               10  FILLER              PIC X(341).
