      *> GL-CONTROL-REC.cpy
      *> General Ledger Posting Control Record (73 bytes total)
      *>
      *> GL-POSTING appends one of these to gl-posting-control.dat
      *> for every business day it releases to the general ledger.
      *> It is the register that keeps a day from ever being posted
      *> twice: a rerun for a date already on the register is
      *> refused, the way MONTH-END-BATCH refuses a period already on
      *> the run history. The totals are the released journal's own,
      *> so the ledger side can prove it loaded exactly what was sent.
      *>
      *> Layout:
      *>   Bytes 1-8:   Business date posted (PIC X(8), YYYYMMDD)
      *>   Bytes 9-29:  Release timestamp (PIC X(21))
      *>   Bytes 30-35: Journal lines released (PIC 9(6))
      *>   Bytes 36-50: Total debits (PIC X(15))
      *>   Bytes 51-65: Total credits (PIC X(15))
      *>   Bytes 66-73: Status (PIC X(8), "POSTED")
      *> Total: 73 bytes

       01  GL-CONTROL-RECORD.
           05  GC-BUSINESS-DATE        PIC X(8).
           05  GC-RELEASED-TS          PIC X(21).
           05  GC-LINE-COUNT           PIC 9(6).
           05  GC-DEBIT-TOTAL-STR      PIC X(15).
           05  GC-CREDIT-TOTAL-STR     PIC X(15).
           05  GC-STATUS               PIC X(8).
