      *> ID-DOCUMENT-REC.cpy
      *> Identity Document Register Record (92 bytes total)
      *>
      *> One of these is kept on id-document-register.dat for every
      *> identity document verified for a customer: CUSTOMER-ONBOARD
      *> records the one a new customer was verified on before it
      *> issues an ID, and ID-DOCUMENT records a replacement when a
      *> document is renewed. A customer's CURRENT document is the
      *> one the suite relies on; recording a new one marks the old
      *> one SUPERSEDED, so the history of what was seen stays on
      *> file. ID-EXPIRY opens a KYC review item for every active
      *> customer whose CURRENT document has expired or is about to,
      *> and KYC-REVIEW will not close that item until a newer
      *> document has been recorded.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
      *>   Bytes 11-20: Document type (PIC X(10)): PASSPORT,
      *>                ID-CARD, DRIVER-LIC or RESIDENCE
      *>   Bytes 21-40: Document number (PIC X(20))
      *>   Bytes 41-43: Issuing country (PIC X(3), ISO-3166 alpha-3)
      *>   Bytes 44-51: Expiry date, YYYYMMDD (PIC X(8))
      *>   Bytes 52-61: Status (PIC X(10)): CURRENT or SUPERSEDED
      *>   Bytes 62-82: Recorded timestamp (PIC X(21), business date
      *>                in the first 8 bytes)
      *>   Bytes 83-92: Operator who recorded it (PIC X(10))
      *> Total: 92 bytes

       01  ID-DOCUMENT-RECORD.
           05  ID-CUSTOMER-ID          PIC X(10).
           05  ID-DOC-TYPE             PIC X(10).
           05  ID-DOC-NUMBER           PIC X(20).
           05  ID-ISSUING-COUNTRY      PIC X(3).
           05  ID-EXPIRY-DATE          PIC X(8).
           05  ID-STATUS               PIC X(10).
           05  ID-RECORDED-TS          PIC X(21).
           05  ID-RECORDED-BY          PIC X(10).
