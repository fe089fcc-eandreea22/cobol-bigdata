      *> SANCTIONS-NAME-REC.cpy
      *> Name-Based Sanctions List Entry Record (80 bytes total)
      *>
      *> One of these per entry on sanctions-name-list.dat - the
      *> published sanctions lists as they are issued, by name,
      *> country and date of birth, rather than by a customer ID
      *> somebody already had to know. NAME-SCREEN LOAD replaces the
      *> whole file from a published list and rescreens every active
      *> customer against it; CUSTOMER-ONBOARD and CUSTOMER-UPDATE
      *> screen the one customer they touch. A customer whose name
      *> and country score at or above the configured threshold
      *> against an entry gets a review case on fraud-case-queue.dat
      *> unless the pair is on sanctions-cleared-matches.dat.
      *> sanctions-watchlist.dat (SANCTIONS-REC.cpy) still blocks
      *> known customer IDs outright.
      *>
      *> Layout:
      *>   Bytes 1-10:  List entry ID as published (PIC X(10))
      *>   Bytes 11-60: Listed name (PIC X(50)), any case, any
      *>                punctuation, any word order
      *>   Bytes 61-63: Country (PIC X(3), ISO-3166 alpha-3;
      *>                spaces when the list gives none)
      *>   Bytes 64-71: Date of birth, YYYYMMDD (PIC X(8); spaces
      *>                when the list gives none) - carried for the
      *>                analyst working the case
      *>   Bytes 72-80: Listing program (PIC X(9)), e.g. SDN, EU, UN
      *> Total: 80 bytes

       01  SANCTIONS-NAME-RECORD.
           05  SN-ENTRY-ID             PIC X(10).
           05  SN-LISTED-NAME          PIC X(50).
           05  SN-COUNTRY              PIC X(3).
           05  SN-BIRTH-DATE           PIC X(8).
           05  SN-PROGRAM              PIC X(9).
