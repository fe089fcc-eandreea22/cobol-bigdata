      *> ALLOWANCE-HIST-REC.cpy
      *> Loan Loss Allowance History Record (96 bytes total)
      *>
      *> ALLOWANCE-CALC appends one DETAIL record per purpose code
      *> and delinquency bucket, then one TOTAL record, to
      *> allowance-history.dat each month end - the required
      *> allowance for the period and how far it moved from last
      *> month's. The TOTAL record is what makes the calculation
      *> idempotent per period the way AL-PERIOD does for
      *> INTEREST-ACCRUE: a period with a TOTAL already on file is
      *> never calculated again. The TOTAL records, read in order,
      *> are the month-over-month allowance trend.
      *>
      *> Layout:
      *>   Bytes 1-6:   Period, YYYYMM (PIC X(6))
      *>   Bytes 7-12:  Record type (PIC X(6), "DETAIL" or "TOTAL")
      *>   Bytes 13-16: Loan purpose code (PIC X(4), spaces on TOTAL)
      *>   Bytes 17-24: Delinquency bucket (PIC X(8), spaces on TOTAL)
      *>   Bytes 25-30: Loans in the cell (PIC 9(6))
      *>   Bytes 31-45: Principal outstanding (PIC X(15))
      *>   Bytes 46-60: Required allowance (PIC X(15))
      *>   Bytes 61-75: Change from last month, signed (PIC X(15))
      *>   Bytes 76-96: Calculation timestamp (PIC X(21))
      *> Total: 96 bytes

       01  ALLOWANCE-HIST-RECORD.
           05  AH-PERIOD               PIC X(6).
           05  AH-RECORD-TYPE          PIC X(6).
           05  AH-PURPOSE-CODE         PIC X(4).
           05  AH-BUCKET               PIC X(8).
           05  AH-LOAN-COUNT           PIC 9(6).
           05  AH-EXPOSURE-STR         PIC X(15).
           05  AH-ALLOWANCE-STR        PIC X(15).
           05  AH-CHANGE-STR           PIC X(15).
           05  AH-CALC-TS              PIC X(21).
