      *> KPI-TOLERANCE-REC.cpy
      *> KPI Trend Tolerance Record (20 bytes total)
      *>
      *> One row per KPI on kpi-tolerance.dat: how far, in percent,
      *> a period's figure may move from the period before before
      *> KPI-TREND marks it. The row for metric DEFAULT applies to
      *> every KPI without a row of its own; without the file, or
      *> without a DEFAULT row, the tolerance is 25%. The metric
      *> codes are the ones KPI-TREND prints beside each figure.
      *>
      *> Layout:
      *>   Bytes 1-12:  Metric code (PIC X(12), e.g. SYS-ERRORS)
      *>   Bytes 13-15: Tolerance in whole percent (PIC 9(3))
      *>   Bytes 16-20: Reserved (spaces)
      *> Total: 20 bytes

       01  KPI-TOLERANCE-RECORD.
           05  KT-METRIC               PIC X(12).
           05  KT-PERCENT              PIC 9(3).
           05  FILLER                  PIC X(5).
