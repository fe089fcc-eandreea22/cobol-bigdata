      *> CHANGE-FEED-ACK-REC.cpy
      *> Change Feed Acknowledgement Record (80 bytes total)
      *>
      *> What the downstream systems send back, on
      *> change-feed-ack.dat, once they have loaded a feed. CHANGE-FEED
      *> reads it at the start of its next run: an ACCEPTED
      *> acknowledgement whose batch, last sequence number and
      *> record count all match the pending batch moves the
      *> high-water mark past it; REJECTED discards the batch, so
      *> the next feed carries its changes again under new sequence
      *> numbers. Anything else leaves the batch pending.
      *>
      *> Layout:
      *>   Bytes 1-6:    Feed batch number (PIC 9(6))
      *>   Bytes 7-16:   Last sequence number loaded (PIC 9(10))
      *>   Bytes 17-24:  Detail records loaded (PIC 9(8))
      *>   Bytes 25-32:  Status (PIC X(8)): ACCEPTED or REJECTED
      *>   Bytes 33-53:  Loaded timestamp (PIC X(21))
      *>   Bytes 54-80:  Reason, for REJECTED (PIC X(27))
      *> Total: 80 bytes

       01  FEED-ACK-RECORD.
           05  CFA-BATCH               PIC 9(6).
           05  CFA-LAST-SEQUENCE       PIC 9(10).
           05  CFA-RECORD-COUNT        PIC 9(8).
           05  CFA-STATUS              PIC X(8).
           05  CFA-LOADED-TS           PIC X(21).
           05  CFA-REASON              PIC X(27).
