      *> RELATED-PARTY-REC.cpy
      *> Related-Party Register Record (72 bytes total)
      *>
      *> related-party-register.dat holds one of these per link
      *> between two customers who are one credit risk in practice -
      *> a husband and wife, an owner and the business, a guarantor
      *> and the borrower they stand behind. RELATED-PARTY maintains
      *> it. A link reads "customer <relation> related customer"
      *> (C-00001 OWNER-OF C-00417), but for exposure every link
      *> joins both sides into one related group, and a group is
      *> everyone reachable through ACTIVE links. LOAN-PROCESS holds
      *> the whole group to the single-obligor limit and
      *> PORTFOLIO-REPORT ranks the groups by exposure. An unlinked
      *> pair stays on file as ENDED, so the history is kept.
      *>
      *> Layout:
      *>   Bytes 1-10:  Customer ID (PIC X(10))
      *>   Bytes 11-20: Related customer ID (PIC X(10))
      *>   Bytes 21-33: Relationship (PIC X(13)): SPOUSE, OWNER-OF
      *>                or GUARANTOR-FOR
      *>   Bytes 34-41: Status (PIC X(8)): ACTIVE or ENDED
      *>   Bytes 42-62: Last updated timestamp (PIC X(21))
      *>   Bytes 63-72: Operator who updated it (PIC X(10))
      *> Total: 72 bytes

       01  RELATED-PARTY-RECORD.
           05  RP-CUSTOMER-ID          PIC X(10).
           05  RP-RELATED-ID           PIC X(10).
           05  RP-RELATION-TYPE        PIC X(13).
           05  RP-STATUS               PIC X(8).
           05  RP-UPDATED-TS           PIC X(21).
           05  RP-UPDATED-BY           PIC X(10).
