      *> CHANGE-FEED-CTL-REC.cpy
      *> Change Feed Control Record (120 bytes total)
      *>
      *> The single record on change-feed-control.dat. It holds the
      *> feed's high-water mark - the last batch downstream has
      *> acknowledged, its last sequence number, and how far into
      *> customer-change-journal.dat that batch read - which only
      *> CHANGE-FEED moves, and only once the acknowledgement for
      *> the batch comes back on change-feed-ack.dat. Until then the
      *> batch is pending: its range and journal position wait here,
      *> and its entity snapshot on change-feed-pending.dat. The
      *> last sequence number issued is kept apart from the
      *> acknowledged one, so a batch downstream rejected is rebuilt
      *> under new numbers rather than reusing its own.
      *>
      *> Layout:
      *>   Bytes 1-10:    Last sequence number issued (PIC 9(10))
      *>   Bytes 11-16:   Last batch number issued (PIC 9(6))
      *>   Bytes 17-22:   Last acknowledged batch (PIC 9(6))
      *>   Bytes 23-32:   Last acknowledged sequence number
      *>                  (PIC 9(10))
      *>   Bytes 33-40:   Change journal records read through the
      *>                  acknowledged batch (PIC 9(8))
      *>   Bytes 41-48:   Business date acknowledged (PIC X(8))
      *>   Bytes 49-54:   Pending batch (PIC 9(6), zeros for none)
      *>   Bytes 55-64:   Pending batch's first sequence number
      *>                  (PIC 9(10))
      *>   Bytes 65-74:   Pending batch's last sequence number
      *>                  (PIC 9(10))
      *>   Bytes 75-82:   Pending batch's detail records (PIC 9(8))
      *>   Bytes 83-90:   Change journal records read through the
      *>                  pending batch (PIC 9(8))
      *>   Bytes 91-98:   Business date the pending batch was sent
      *>                  (PIC X(8))
      *>   Bytes 99-120:  Reserved (spaces)
      *> Total: 120 bytes

       01  FEED-CONTROL-RECORD.
           05  CFC-LAST-SEQUENCE       PIC 9(10).
           05  CFC-LAST-BATCH          PIC 9(6).
           05  CFC-ACKED-BATCH         PIC 9(6).
           05  CFC-ACKED-SEQUENCE      PIC 9(10).
           05  CFC-ACKED-JOURNAL       PIC 9(8).
           05  CFC-ACKED-DATE          PIC X(8).
           05  CFC-PENDING-BATCH       PIC 9(6).
           05  CFC-PENDING-FIRST       PIC 9(10).
           05  CFC-PENDING-LAST        PIC 9(10).
           05  CFC-PENDING-COUNT       PIC 9(8).
           05  CFC-PENDING-JOURNAL     PIC 9(8).
           05  CFC-PENDING-DATE        PIC X(8).
           05  FILLER                  PIC X(22).
