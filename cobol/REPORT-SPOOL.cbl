               "model-performance-report.txt".
           05  FILLER PIC X(40) VALUE "batch-history-report.txt".
           05  FILLER PIC X(40) VALUE "error-replay-report.txt".
           05  FILLER PIC X(40) VALUE "gl-trial-balance.txt".
           05  FILLER PIC X(40) VALUE "allowance-report.txt".
           05  FILLER PIC X(40) VALUE "ctr-monitor-report.txt".
           05  FILLER PIC X(40) VALUE "sar-deadline-report.txt".
           05  FILLER PIC X(40) VALUE "dispute-aging-report.txt".
           05  FILLER PIC X(40) VALUE "challenger-report.txt".
           05  FILLER PIC X(40) VALUE "id-ring-report.txt".
           05  FILLER PIC X(40) VALUE "autopay-origination.txt".
           05  FILLER PIC X(40) VALUE "autopay-returns-report.txt".
           05  FILLER PIC X(40) VALUE "billing-notices.txt".
           05  FILLER PIC X(40) VALUE "dunning-letters.txt".
           05  FILLER PIC X(40) VALUE "year-end-tax-summary.txt".
           05  FILLER PIC X(40) VALUE "year-end-tax-statements.txt".
           05  FILLER PIC X(40) VALUE "quote-conversion-report.txt".
           05  FILLER PIC X(40) VALUE "pricing-exception-report.txt".
           05  FILLER PIC X(40) VALUE "officer-scorecard.txt".
           05  FILLER PIC X(40) VALUE "position-verify-report.txt".
           05  FILLER PIC X(40) VALUE "customer-profitability.txt".
           05  FILLER PIC X(40) VALUE "complaint-aging-report.txt".
           05  FILLER PIC X(40) VALUE "complaint-summary.txt".
           05  FILLER PIC X(40) VALUE "name-screen-report.txt".
           05  FILLER PIC X(40) VALUE "sod-report.txt".
           05  FILLER PIC X(40) VALUE "kpi-trend-report.txt".
           05  FILLER PIC X(40) VALUE "disburse-recon-report.txt".
           05  FILLER PIC X(40) VALUE "fee-waiver-report.txt".
           05  FILLER PIC X(40) VALUE "case-history.txt".
       01  WS-REPORT-LIST REDEFINES WS-REPORT-TABLE.
           05  WS-REPORT-ENTRY OCCURS 49 TIMES PIC X(40).
       01  WS-REPORT-IX                  PIC 9(2) VALUE 0.

      *> The report being spooled

           PERFORM SPOOL-ONE-REPORT
               VARYING WS-REPORT-IX FROM 1 BY 1
               UNTIL WS-REPORT-IX > 49.

           MOVE WS-SPOOLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reports spooled: " WS-COUNT-DISPLAY
