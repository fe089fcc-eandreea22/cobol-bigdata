      *> CHANGE-FEED-SNAP-REC.cpy
      *> Change Feed Entity Snapshot Record (100 bytes total)
      *>
      *> What the downstream systems were last told, one record per
      *> customer, loan and case. CHANGE-FEED compares each file
      *> against it to find what changed, and writes the new one to
      *> change-feed-pending.dat with each batch; it becomes
      *> change-feed-snapshot.dat when the batch is acknowledged.
      *> Customers come first in customer ID order, then loans in
      *> loan-book key order, then cases in case number order - the
      *> order each file is read in.
      *>
      *> Layout:
      *>   Byte 1:       Entity (PIC X(1)): C customer, L loan, K case
      *>   Bytes 2-41:   Entity key, as on the feed (PIC X(40))
      *>   Bytes 42-100: Compared image (PIC X(59)):
      *>                   customer - status (6, spaces read as
      *>                              ACTIVE) and an erased flag (Y)
      *>                   loan     - the loan-book fields after the
      *>                              key (51)
      *>                   case     - case status (8)
      *> Total: 100 bytes

       01  FEED-SNAPSHOT-RECORD.
           05  CFS-ENTITY              PIC X(1).
           05  CFS-KEY                 PIC X(40).
           05  CFS-IMAGE               PIC X(59).
