      *>   11 current   71 30 days   78 60 days   80 90+ days
      *>   13 paid      93 defaulted / collections   97 charge-off
      *>
      *> A borrower on the legal status register (effective as of
      *> the run) carries the bureau's special-handling indicators
      *> alongside the status code:
      *>   Consumer information indicator - A / B / C / D petition
      *>   filed under chapter 7 / 11 / 12 / 13; E / F / G / H
      *>   discharged under chapter 7 / 11 / 12 / 13
      *>   ECOA code - X deceased; otherwise 1 individual account,
      *>   2 joint account
      *>
      *> Invocation: BUREAU-EXTRACT
      *> Example: ./bureau-extract
      *>
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "credit-bureau-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  BF-RECORD-TYPE          PIC X(3).
           05  BF-STATUS-CODE          PIC X(2).
           05  BF-DPD-BUCKET           PIC X(3).
           05  BF-FIRST-DELINQ-DATE    PIC X(8).
           05  BF-CONSUMER-INFO        PIC X(2).
           05  BF-ECOA-CODE            PIC X.

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD         PIC X(100).
       01  WS-RECORD-COUNT               PIC 9(6) VALUE 0.
       01  WS-BALANCE-TOTAL              PIC 9(12)V99 VALUE 0.
       01  WS-SKIPPED-MERGED             PIC 9(6) VALUE 0.
       01  WS-LEGAL-COUNT                PIC 9(6) VALUE 0.

      *> Edited forms with an explicit decimal point, so the amounts
      *> on the extract stay NUMVAL-parseable downstream.
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

           PERFORM DERIVE-FIRST-DELINQ-DATE.

           IF LB-COAPPLICANT-ID = SPACES
               MOVE "1" TO BF-ECOA-CODE
           ELSE
               MOVE "2" TO BF-ECOA-CODE
           END-IF.
           PERFORM SET-LEGAL-INDICATORS.

           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-BALANCE TO WS-BALANCE-TOTAL.
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       SET-LEGAL-INDICATORS.
      *> The bureaus must see a bankruptcy or a death the way their
      *> format defines it, not as an ordinary delinquency.
           MOVE WS-LOOKUP-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF NOT LEGAL-STATUS-APPLIES
               EXIT PARAGRAPH
           END-IF.

           EVALUATE LGS-STATUS-TYPE
               WHEN "BK7"
                   MOVE "A" TO BF-CONSUMER-INFO
               WHEN "BK11"
                   MOVE "B" TO BF-CONSUMER-INFO
               WHEN "BK12"
                   MOVE "C" TO BF-CONSUMER-INFO
               WHEN "BK13"
                   MOVE "D" TO BF-CONSUMER-INFO
               WHEN "BK7-DISCH"
                   MOVE "E" TO BF-CONSUMER-INFO
               WHEN "BK11-DISCH"
                   MOVE "F" TO BF-CONSUMER-INFO
               WHEN "BK12-DISCH"
                   MOVE "G" TO BF-CONSUMER-INFO
               WHEN "BK13-DISCH"
                   MOVE "H" TO BF-CONSUMER-INFO
               WHEN "DECEASED"
                   MOVE "X" TO BF-ECOA-CODE
           END-EVALUATE.
           ADD 1 TO WS-LEGAL-COUNT.

       WRITE-TRAILER-RECORD.
      *> Control-totals trailer: record count and total reported
      *> balance, for the bureau's intake to tie out against.
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE WS-LEGAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "Legal status flagged:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           CLOSE SUMMARY-REPORT-FILE.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".
