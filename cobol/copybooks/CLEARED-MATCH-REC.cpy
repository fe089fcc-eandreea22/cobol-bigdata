      *> CLEARED-MATCH-REC.cpy
      *> Cleared Sanctions Name Match Record (81 bytes total)
      *>
      *> NAME-SCREEN CLEAR appends one of these to
      *> sanctions-cleared-matches.dat when an analyst has worked a
      *> name match and found it is not the listed party. Name
      *> screening never raises the same customer and list entry
      *> pair again; the same customer against any other entry, or
      *> a different customer against this one, is still raised.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
      *>   Bytes 11-20: List entry ID (PIC X(10))
      *>   Bytes 21-30: Analyst who cleared it (PIC X(10))
      *>   Bytes 31-51: Cleared timestamp (PIC X(21), business date
      *>                in the first 8 bytes)
      *>   Bytes 52-81: Reason (PIC X(30))
      *> Total: 81 bytes

       01  CLEARED-MATCH-RECORD.
           05  CL-CUSTOMER-ID          PIC X(10).
           05  CL-ENTRY-ID             PIC X(10).
           05  CL-CLEARED-BY           PIC X(10).
           05  CL-CLEARED-TS           PIC X(21).
           05  CL-REASON               PIC X(30).
