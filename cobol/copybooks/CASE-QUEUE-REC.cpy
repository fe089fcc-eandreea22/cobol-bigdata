      *> CASE-QUEUE-REC.cpy
      *> Fraud Investigation Case Queue Record (144 bytes total)
      *>
      *> FRAUD-CHECK appends one of these to fraud-case-queue.dat for
      *> every REVIEW or DECLINE recommendation, so an analyst has a
      *>   Bytes 115-122: Case number (PIC X(8), zero-padded)
      *>   Bytes 123-130: Case status (PIC X(8))
      *>   Bytes 131-140: Assigned analyst ID (PIC X(10))
      *>   Bytes 141-144: Priority (PIC X(4)): "HIGH" once the
      *>                 customer has answered a FRAUD-ALERT-OUT
      *>                 alert "no, it was not me"; spaces for normal
      *>                 priority and on records from before
      *>                 priorities existed
      *> Total: 144 bytes

       01  CASE-QUEUE-RECORD.
           05  CQ-TIMESTAMP              PIC X(19).
           05  CQ-CASE-NUMBER            PIC X(8).
           05  CQ-STATUS                 PIC X(8).
           05  CQ-ANALYST-ID             PIC X(10).
           05  CQ-PRIORITY               PIC X(4).
