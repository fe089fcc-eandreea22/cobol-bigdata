      *> CTR-REC.cpy
      *> Currency Transaction Report Record (194 bytes total)
      *>
      *> CTR-MONITOR appends one of these to currency-txn-reports.dat
      *> for every customer whose ATM-channel cash on one business
      *> day came to more than the reporting threshold configured in
      *> ctr-config.dat. The identity block is copied off CUSTMAST
      *> at the time the report is raised, so the filing carries who
      *> the customer was on the day even if the master changes
      *> later. A customer-day is reported once; a rerun finds the
      *> existing record and raises nothing new.
      *>
      *> Layout:
      *>   Bytes 1-8:     Transaction business day (PIC X(8),
      *>                  YYYYMMDD)
      *>   Bytes 9-18:    Customer ID (PIC X(10))
      *>   Bytes 19-68:   Customer name (PIC X(50))
      *>   Bytes 69-118:  City (PIC X(50))
      *>   Bytes 119-133: Phone (PIC X(15))
      *>   Bytes 134-143: Postal code (PIC X(10))
      *>   Bytes 144-146: Country (PIC X(3))
      *>   Bytes 147-150: Cash transactions that day (PIC 9(4))
      *>   Bytes 151-165: Cash total for the day (PIC X(15))
      *>   Bytes 166-186: Timestamp the report was raised (PIC X(21))
      *>   Bytes 187-194: Filing status (PIC X(8), "PENDING" when
      *>                  raised; "NOMASTER" when the customer had
      *>                  no CUSTMAST record to take identity from)
      *> Total: 194 bytes

       01  CTR-RECORD.
           05  CT-BUSINESS-DATE        PIC X(8).
           05  CT-CUSTOMER-ID          PIC X(10).
           05  CT-CUST-NAME            PIC X(50).
           05  CT-CITY                 PIC X(50).
           05  CT-PHONE                PIC X(15).
           05  CT-POSTAL-CODE          PIC X(10).
           05  CT-COUNTRY              PIC X(3).
           05  CT-TXN-COUNT            PIC 9(4).
           05  CT-CASH-TOTAL-STR       PIC X(15).
           05  CT-CREATED-TS           PIC X(21).
           05  CT-FILING-STATUS        PIC X(8).
