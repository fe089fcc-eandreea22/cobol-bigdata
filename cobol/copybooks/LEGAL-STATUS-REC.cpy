      *> LEGAL-STATUS-REC.cpy
      *> Legal Special-Handling Register Record (200 bytes total)
      *>
      *> LEGAL-STATUS maintains one of these per customer on
      *> legal-status-register.dat: a bankruptcy filing or discharge,
      *> or the customer's death, with the date it took effect and
      *> the court case or estate reference it rests on. Once a
      *> record is ACTIVE and its effective date has arrived, the
      *> batches stop treating the customer as an ordinary borrower:
      *> COLLECT-QUEUE-BUILD opens no new collections case,
      *> LATE-FEE-ASSESS charges no late fee, AUTOPAY-ORIGINATE
      *> sends no debit, BILLING-NOTICE sends no billing notice,
      *> BUREAU-EXTRACT reports the consumer-information indicator
      *> instead of a plain delinquency, and STATEMENT-GEN, AA-LETTERS and
      *> DUNNING-LETTERS send their paper to the trustee or estate
      *> contact recorded here - or withhold it when there is none.
      *> A dismissed petition or an entry made in error is REMOVED
      *> rather than deleted, so the history stays on file.
      *>
      *> Layout:
      *>   Bytes 1-10:    Customer ID (PIC X(10))
      *>   Bytes 11-20:   Status type (PIC X(10)): BK7, BK11, BK12
      *>                  or BK13 for a petition filed under that
      *>                  chapter, BK7-DISCH ... BK13-DISCH once
      *>                  discharged, DECEASED
      *>   Bytes 21-28:   Effective date, YYYYMMDD (PIC X(8))
      *>   Bytes 29-48:   Court case / estate reference (PIC X(20))
      *>   Bytes 49-98:   Trustee / estate contact name (PIC X(50),
      *>                  spaces when none is on file)
      *>   Bytes 99-148:  Contact city (PIC X(50))
      *>   Bytes 149-158: Contact postal code (PIC X(10))
      *>   Bytes 159-161: Contact country (PIC X(3))
      *>   Bytes 162-169: Register state (PIC X(8): ACTIVE or
      *>                  REMOVED)
      *>   Bytes 170-190: Last updated timestamp (PIC X(21))
      *>   Bytes 191-200: Operator who updated it (PIC X(10))
      *> Total: 200 bytes

       01  LEGAL-STATUS-RECORD.
           05  LG-CUSTOMER-ID          PIC X(10).
           05  LG-STATUS-TYPE          PIC X(10).
           05  LG-EFFECTIVE-DATE       PIC X(8).
           05  LG-CASE-REF             PIC X(20).
           05  LG-CONTACT-NAME         PIC X(50).
           05  LG-CONTACT-CITY         PIC X(50).
           05  LG-CONTACT-POSTAL       PIC X(10).
           05  LG-CONTACT-COUNTRY      PIC X(3).
           05  LG-STATE                PIC X(8).
           05  LG-UPDATED-TS           PIC X(21).
           05  LG-UPDATED-BY           PIC X(10).
