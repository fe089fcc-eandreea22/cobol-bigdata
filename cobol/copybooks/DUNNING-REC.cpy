      *> DUNNING-REC.cpy
      *> Collections Dunning Letter History Record (73 bytes total)
      *>
      *> DUNNING-LETTERS appends one of these to
      *> dunning-letter-history.dat for every letter in the series it
      *> produces for a collections case, withholds on a do-not-mail
      *> flag, or cannot address. The series is keyed to the case's
      *> aging bucket - a REMINDER at 30 days, a DEMAND at 60, a
      *> FINAL notice before default at 90 - and this file is the
      *> record of which letters each case has already had, so none
      *> is ever sent twice and the series never steps back down.
      *> Only NO-ADDRESS and SUPP-LEGAL entries are retried on a
      *> later run.
      *>
      *> Layout:
      *>   Bytes 1-21:  Letter production timestamp (PIC X(21))
      *>   Bytes 22-29: Case number (PIC X(8), matches CC-CASE-NUMBER
      *>                on the collections case queue)
      *>   Bytes 30-39: Customer ID (PIC X(10))
      *>   Bytes 40-47: Letter in the series (PIC X(8): REMINDER,
      *>                DEMAND or FINAL)
      *>   Bytes 48-62: Past-due amount quoted (PIC X(15))
      *>   Bytes 63-73: Status (PIC X(11): PRODUCED, NO-ADDRESS,
      *>                SUPP-DNM, PROD-LEGAL (addressed to the estate
      *>                on the legal status register) or SUPP-LEGAL)
      *> Total: 73 bytes

       01  DUNNING-RECORD.
           05  DN-TIMESTAMP            PIC X(21).
           05  DN-CASE-NUMBER          PIC X(8).
           05  DN-CUSTOMER-ID          PIC X(10).
           05  DN-LETTER               PIC X(8).
           05  DN-PAST-DUE-STR         PIC X(15).
           05  DN-STATUS               PIC X(11).
