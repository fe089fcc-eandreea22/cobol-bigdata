      *> RING-REGISTER-REC.cpy
      *> Identity Ring Register Record (26 bytes total)
      *>
      *> ID-RING-SCAN appends one record per member each time it
      *> raises an IDENTITY_RING case, so a later scan can tell a
      *> ring it already raised (every member on the register) from
      *> one that is new or has grown (someone not yet on it).
      *> IR-CASE-NUMBER is the case opened on fraud-case-queue.dat.

       01  RING-REGISTER-RECORD.
           05  IR-CASE-NUMBER          PIC X(8).
           05  IR-CUSTOMER-ID          PIC X(10).
           05  IR-RAISED-DATE          PIC X(8).
