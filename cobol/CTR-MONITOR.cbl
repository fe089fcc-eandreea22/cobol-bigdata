       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-MONITOR.
       AUTHOR. Thesis Project.

      *> CTR-MONITOR.cbl
      *> Currency Transaction Reporting and Structuring Monitor
      *>
      *> FRAUD-CHECK scores each transaction on its own and the daily
      *> spend limit only caps spend; neither adds up a customer's
      *> cash. This nightly batch reads fraud-txn-history.dat in key
      *> order (customer, then timestamp) and totals each customer's
      *> ATM-channel cash per business day over a short trailing
      *> window ending on the business date.
      *>
      *> A customer-day whose cash comes to more than the reporting
      *> threshold gets a currency transaction report record on
      *> currency-txn-reports.dat, with name, city, phone, postal
      *> code and country taken from CUSTMAST. Every day of the
      *> window is checked, so a night the job did not run is caught
      *> up the next night; a customer-day already reported is never
      *> reported twice.
      *>
      *> Structuring is the customer keeping under the threshold on
      *> purpose: a day is "near" when any single cash amount, or the
      *> day's cash total, falls inside the near band just under the
      *> threshold. Near days on every one of the consecutive days of
      *> the window open a case on fraud-case-queue.dat with a
      *> STRUCTURING flag for an analyst. A customer already carrying
      *> an open STRUCTURING case, or one opened inside the window,
      *> is not opened again.
      *>
      *> The threshold, the near band and the number of consecutive
      *> days are compliance's to set in ctr-config.dat, one record:
      *>   Bytes 1-12:  Reporting threshold (e.g. "10000.00")
      *>   Bytes 13-24: Near band below the threshold (e.g. "1000.00")
      *>   Bytes 25-26: Consecutive near days that make structuring
      *>                (2-31, e.g. "03")
      *> There are deliberately no built-in values: without the
      *> config file the run stops with an error rather than monitor
      *> against a number nobody approved.
      *>
      *> Invocation: CTR-MONITOR
      *> Example: ./ctr-monitor
      *>
      *> Output: currency-txn-reports.dat (appended),
      *>         fraud-case-queue.dat (appended),
      *>         ctr-monitor-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CTR-CONFIG-FILE ASSIGN TO FCP-CTR-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-CFG-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO FCP-TXN-HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CTR-FILE ASSIGN TO FCP-CTR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-NUMBER-FILE ASSIGN TO FCP-CASE-NUMBER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NUMBER-STATUS.

           SELECT CTR-REPORT-FILE
               ASSIGN TO "ctr-monitor-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CTR-CONFIG-FILE.
       01  CTR-CONFIG-RECORD.
           05  CC-THRESHOLD-STR          PIC X(12).
           05  CC-NEAR-BAND-STR          PIC X(12).
           05  CC-CONSEC-DAYS-STR        PIC X(2).

       FD  TXN-HISTORY-FILE.
           COPY "TXN-HISTORY-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  CTR-FILE.
           COPY "CTR-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-NUMBER-FILE.
       01  CASE-NUMBER-RECORD.
           05  CN-LAST-NUMBER-STR        PIC X(8).

       FD  CTR-REPORT-FILE.
       01  CTR-REPORT-RECORD             PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Monitoring configuration work fields
       01  WS-CTR-CFG-STATUS             PIC XX VALUE SPACES.
       01  WS-CONFIG-LOADED              PIC X VALUE "N".
       01  WS-THRESHOLD                  PIC 9(10)V99 VALUE 0.
       01  WS-NEAR-BAND                  PIC 9(10)V99 VALUE 0.
       01  WS-NEAR-FLOOR                 PIC 9(10)V99 VALUE 0.
       01  WS-CONSEC-DAYS                PIC 9(2) VALUE 0.

      *> The trailing window of business days, oldest first, in the
      *> dashed YYYY-MM-DD form the history timestamps carry; the
      *> last entry is the business date itself.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 31 TIMES.
               10  WS-WINDOW-DASHED      PIC X(10).
               10  WS-WINDOW-PLAIN       PIC X(8).
               10  WS-DAY-COUNT          PIC 9(4).
               10  WS-DAY-TOTAL          PIC 9(10)V99.
               10  WS-DAY-NEAR           PIC X.
       01  WS-DAY-IX                     PIC 9(2) VALUE 0.
       01  WS-DAY-HIT                    PIC 9(2) VALUE 0.
       01  WS-WINDOW-INT                 PIC 9(7) VALUE 0.
       01  WS-WINDOW-DATE                PIC 9(8) VALUE 0.
       01  WS-WINDOW-DATE-X              PIC X(8) VALUE SPACES.

      *> Transaction history scan work fields
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-CURRENT-CUSTOMER           PIC X(10) VALUE SPACES.
       01  WS-TXN-AMOUNT                 PIC 9(10)V99 VALUE 0.

      *> Customer master lookup work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-HIT                 PIC X VALUE "N".

      *> CTR file work fields
       01  WS-CTR-STATUS                 PIC XX VALUE SPACES.
       01  WS-CTR-EOF                    PIC X VALUE "N".
           88  CTR-AT-EOF                VALUE "Y".
       01  WS-CTR-ALREADY                PIC X VALUE "N".
           88  ALREADY-REPORTED          VALUE "Y".

      *> Case queue work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-NUMBER-STATUS         PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CASE-ALREADY               PIC X VALUE "N".
           88  ALREADY-OPENED            VALUE "Y".
       01  WS-NEXT-CASE-NUMBER           PIC 9(8) VALUE 0.
      *> Structuring has no transaction score of its own; the case
      *> carries a fabricated score in the REVIEW band, the way a
      *> sanctions case carries one in the DECLINE band.
       01  WS-STRUCTURING-SCORE          PIC X(3) VALUE "075".

      *> Per-customer structuring work fields
       01  WS-NEAR-DAY-COUNT             PIC 9(2) VALUE 0.
       01  WS-WINDOW-CASH                PIC 9(12)V99 VALUE 0.

      *> Run totals
       01  WS-CUSTOMERS-SEEN             PIC 9(6) VALUE 0.
       01  WS-CTR-COUNT                  PIC 9(6) VALUE 0.
       01  WS-NO-MASTER-COUNT            PIC 9(6) VALUE 0.
       01  WS-CASES-OPENED               PIC 9(6) VALUE 0.

      *> Edited forms for the records and the report
       01  WS-AMOUNT-EDIT                PIC 9(12).99.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Shared file lock discipline (serialized writers, bounded
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "CTR-MONITOR" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CURRENCY TRANSACTION MONITOR".
           DISPLAY "========================================".

           PERFORM LOAD-CTR-CONFIG.
           IF WS-CONFIG-LOADED NOT = "Y"
               DISPLAY "ERROR: ctr-config.dat missing or invalid - "
                   "threshold, near band and consecutive days are "
                   "required"
               MOVE "REJECTED - NO_CONFIG" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-WINDOW-DATES.

           OPEN OUTPUT CTR-REPORT-FILE.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "CURRENCY TRANSACTION MONITOR - "
               BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO CTR-REPORT-RECORD.
           WRITE CTR-REPORT-RECORD.
           MOVE WS-THRESHOLD TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "Reporting threshold: $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.
           MOVE WS-NEAR-FLOOR TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "Near band from:      $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "Window:              "
               WS-WINDOW-PLAIN(1) " - "
               WS-WINDOW-PLAIN(WS-CONSEC-DAYS)
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.
           MOVE SPACES TO CTR-REPORT-RECORD.
           WRITE CTR-REPORT-RECORD.

           PERFORM SCAN-TXN-HISTORY.

           PERFORM WRITE-MONITOR-TOTALS.
           CLOSE CTR-REPORT-FILE.

           MOVE WS-CTR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Currency transaction reports: " WS-COUNT-DISPLAY.
           MOVE WS-CASES-OPENED TO WS-COUNT-DISPLAY.
           DISPLAY "Structuring cases opened:     " WS-COUNT-DISPLAY.
           DISPLAY "Report written to ctr-monitor-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "CTR " WS-CTR-COUNT
               " STRUCT " WS-CASES-OPENED
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-CTR-CONFIG.
      *> All three values must be present and sensible; anything
      *> else leaves WS-CONFIG-LOADED at "N" and the run refuses.
           MOVE "N" TO WS-CONFIG-LOADED.
           OPEN INPUT CTR-CONFIG-FILE.
           IF WS-CTR-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ CTR-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-CONSEC-DAYS-STR IS NUMERIC
                       MOVE FUNCTION NUMVAL(CC-THRESHOLD-STR)
                           TO WS-THRESHOLD
                       MOVE FUNCTION NUMVAL(CC-NEAR-BAND-STR)
                           TO WS-NEAR-BAND
                       MOVE CC-CONSEC-DAYS-STR TO WS-CONSEC-DAYS
                       IF WS-THRESHOLD > 0
                           AND WS-NEAR-BAND > 0
                           AND WS-NEAR-BAND < WS-THRESHOLD
                           AND WS-CONSEC-DAYS >= 2
                           AND WS-CONSEC-DAYS <= 31
                           MOVE "Y" TO WS-CONFIG-LOADED
                       END-IF
                   END-IF
           END-READ.
           CLOSE CTR-CONFIG-FILE.

           COMPUTE WS-NEAR-FLOOR = WS-THRESHOLD - WS-NEAR-BAND.

       BUILD-WINDOW-DATES.
      *> Entry WS-CONSEC-DAYS is the business date; each earlier
      *> entry is one calendar day further back.
           INITIALIZE WS-WINDOW-TABLE.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-CONSEC-DAYS
               COMPUTE WS-WINDOW-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(BDT-BUSINESS-DATE))
                   - (WS-CONSEC-DAYS - WS-DAY-IX)
               COMPUTE WS-WINDOW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
               MOVE WS-WINDOW-DATE TO WS-WINDOW-DATE-X
               MOVE WS-WINDOW-DATE-X TO WS-WINDOW-PLAIN(WS-DAY-IX)
               STRING WS-WINDOW-DATE-X(1:4) "-"
                   WS-WINDOW-DATE-X(5:2) "-" WS-WINDOW-DATE-X(7:2)
                   DELIMITED BY SIZE
                   INTO WS-WINDOW-DASHED(WS-DAY-IX)
               END-STRING
           END-PERFORM.

       SCAN-TXN-HISTORY.
      *> The history is keyed customer-then-timestamp, so a plain
      *> sequential read delivers each customer's records together;
      *> a change of customer closes out the one before.
           OPEN INPUT TXN-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No transaction history found - nothing to "
                   "monitor."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CURRENT-CUSTOMER.
           PERFORM CLEAR-CUSTOMER-DAYS.
           MOVE "N" TO WS-HISTORY-EOF.
           PERFORM READ-HISTORY-RECORD
               UNTIL HISTORY-AT-EOF.

           CLOSE TXN-HISTORY-FILE.

           IF WS-CURRENT-CUSTOMER NOT = SPACES
               PERFORM EVALUATE-CUSTOMER
           END-IF.

       READ-HISTORY-RECORD.
           READ TXN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF TH-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                       IF WS-CURRENT-CUSTOMER NOT = SPACES
                           PERFORM EVALUATE-CUSTOMER
                       END-IF
                       MOVE TH-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
                       PERFORM CLEAR-CUSTOMER-DAYS
                   END-IF
                   IF TH-TXN-CHANNEL = "ATM"
                       PERFORM ACCUMULATE-CASH-TXN
                   END-IF
           END-READ.

       CLEAR-CUSTOMER-DAYS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-CONSEC-DAYS
               MOVE 0 TO WS-DAY-COUNT(WS-DAY-IX)
               MOVE 0 TO WS-DAY-TOTAL(WS-DAY-IX)
               MOVE "N" TO WS-DAY-NEAR(WS-DAY-IX)
           END-PERFORM.

       ACCUMULATE-CASH-TXN.
           MOVE 0 TO WS-DAY-HIT.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-CONSEC-DAYS
               OR WS-DAY-HIT > 0
               IF TH-TXN-TIMESTAMP(1:10) = WS-WINDOW-DASHED(WS-DAY-IX)
                   MOVE WS-DAY-IX TO WS-DAY-HIT
               END-IF
           END-PERFORM.
           IF WS-DAY-HIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(TH-TXN-AMOUNT-STR) TO WS-TXN-AMOUNT.
           ADD 1 TO WS-DAY-COUNT(WS-DAY-HIT).
           ADD WS-TXN-AMOUNT TO WS-DAY-TOTAL(WS-DAY-HIT).
           IF WS-TXN-AMOUNT >= WS-NEAR-FLOOR
               AND WS-TXN-AMOUNT <= WS-THRESHOLD
               MOVE "Y" TO WS-DAY-NEAR(WS-DAY-HIT)
           END-IF.

       EVALUATE-CUSTOMER.
           ADD 1 TO WS-CUSTOMERS-SEEN.
           MOVE 0 TO WS-NEAR-DAY-COUNT.
           MOVE 0 TO WS-WINDOW-CASH.

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-CONSEC-DAYS
      *> A day total inside the band is near even when every single
      *> withdrawal was small.
               IF WS-DAY-TOTAL(WS-DAY-IX) >= WS-NEAR-FLOOR
                   AND WS-DAY-TOTAL(WS-DAY-IX) <= WS-THRESHOLD
                   MOVE "Y" TO WS-DAY-NEAR(WS-DAY-IX)
               END-IF
               IF WS-DAY-NEAR(WS-DAY-IX) = "Y"
                   ADD 1 TO WS-NEAR-DAY-COUNT
               END-IF
               ADD WS-DAY-TOTAL(WS-DAY-IX) TO WS-WINDOW-CASH
               IF WS-DAY-TOTAL(WS-DAY-IX) > WS-THRESHOLD
                   PERFORM RAISE-CTR-FOR-DAY
               END-IF
           END-PERFORM.

           IF WS-NEAR-DAY-COUNT = WS-CONSEC-DAYS
               PERFORM FLAG-STRUCTURING
           END-IF.

       RAISE-CTR-FOR-DAY.
           PERFORM CHECK-ALREADY-REPORTED.
           IF ALREADY-REPORTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOOKUP-CUSTOMER-IDENTITY.

           MOVE SPACES TO CTR-RECORD.
           MOVE WS-WINDOW-PLAIN(WS-DAY-IX) TO CT-BUSINESS-DATE.
           MOVE WS-CURRENT-CUSTOMER TO CT-CUSTOMER-ID.
           IF WS-MASTER-HIT = "Y"
               MOVE CM-CUST-NAME TO CT-CUST-NAME
               MOVE CM-CITY TO CT-CITY
               MOVE CM-PHONE TO CT-PHONE
               MOVE CM-POSTAL-CODE TO CT-POSTAL-CODE
               MOVE CM-COUNTRY TO CT-COUNTRY
               MOVE "PENDING" TO CT-FILING-STATUS
           ELSE
               MOVE "NOMASTER" TO CT-FILING-STATUS
               ADD 1 TO WS-NO-MASTER-COUNT
           END-IF.
           MOVE WS-DAY-COUNT(WS-DAY-IX) TO CT-TXN-COUNT.
           MOVE WS-DAY-TOTAL(WS-DAY-IX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CT-CASH-TOTAL-STR.
           MOVE FUNCTION CURRENT-DATE TO CT-CREATED-TS.

           MOVE FCP-CTR-FILE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           OPEN EXTEND CTR-FILE.
           IF WS-CTR-STATUS = "35"
               OPEN OUTPUT CTR-FILE
           END-IF.
           WRITE CTR-RECORD.
           CLOSE CTR-FILE.
           PERFORM RELEASE-FILE-LOCK.

           ADD 1 TO WS-CTR-COUNT.

           MOVE WS-DAY-TOTAL(WS-DAY-IX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-DAY-COUNT(WS-DAY-IX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "CTR        " CT-BUSINESS-DATE "  "
               CT-CUSTOMER-ID "  " WS-COUNT-DISPLAY " TXNS  $"
               WS-AMOUNT-DISPLAY "  " CT-FILING-STATUS
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

       CHECK-ALREADY-REPORTED.
           MOVE "N" TO WS-CTR-ALREADY.
           OPEN INPUT CTR-FILE.
           IF WS-CTR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CTR-EOF.
           PERFORM READ-CTR-RECORD
               UNTIL CTR-AT-EOF OR ALREADY-REPORTED.

           CLOSE CTR-FILE.

       READ-CTR-RECORD.
           READ CTR-FILE
               AT END
                   MOVE "Y" TO WS-CTR-EOF
               NOT AT END
                   IF CT-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                       AND CT-BUSINESS-DATE =
                           WS-WINDOW-PLAIN(WS-DAY-IX)
                       MOVE "Y" TO WS-CTR-ALREADY
                   END-IF
           END-READ.

       LOOKUP-CUSTOMER-IDENTITY.
           MOVE "N" TO WS-MASTER-HIT.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE WS-CURRENT-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-HIT
           END-IF.
           CLOSE CUSTOMER-MASTER-FILE.

       FLAG-STRUCTURING.
           PERFORM CHECK-ALREADY-FLAGGED.
           IF ALREADY-OPENED
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-STRUCTURING-CASE.

           MOVE WS-WINDOW-CASH TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "STRUCTURING " WS-CURRENT-CUSTOMER
               "  CASE " WS-NEXT-CASE-NUMBER
               "  WINDOW CASH $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

       CHECK-ALREADY-FLAGGED.
      *> An open STRUCTURING case means an analyst already has the
      *> pattern; one opened inside the window, even if closed
      *> since, means this streak has already been raised once.
           MOVE "N" TO WS-CASE-ALREADY.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-CASE-RECORD
               UNTIL CASE-AT-EOF OR ALREADY-OPENED.

           CLOSE CASE-QUEUE-FILE.

       READ-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CUSTOMER-ID = WS-CURRENT-CUSTOMER
                       AND CQ-FRAUD-FLAGS(1:11) = "STRUCTURING"
                       IF CQ-STATUS NOT = "CLOSED"
                           OR CQ-TIMESTAMP(1:10) >=
                               WS-WINDOW-DASHED(1)
                           MOVE "Y" TO WS-CASE-ALREADY
                       END-IF
                   END-IF
           END-READ.

       OPEN-STRUCTURING-CASE.
      *> The case-number counter and the queue append run under one
      *> lock, the same discipline FRAUD-CHECK applies when it opens
      *> a case; if the lock cannot be had the case is still opened
      *> after the conflicting program is named.
           MOVE FCP-CASE-QUEUE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM ISSUE-NEXT-CASE-NUMBER.

           OPEN EXTEND CASE-QUEUE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-QUEUE-FILE
           END-IF.

           MOVE SPACES TO CASE-QUEUE-RECORD.
      *> The case date rides the business date, the same basis the
      *> balancing report scopes the queue by.
           MOVE WS-WINDOW-DASHED(WS-CONSEC-DAYS) TO CQ-TIMESTAMP(1:10).
           MOVE "T" TO CQ-TIMESTAMP(11:1).
           MOVE FUNCTION CURRENT-DATE(9:2) TO CQ-TIMESTAMP(12:2).
           MOVE ":" TO CQ-TIMESTAMP(14:1).
           MOVE FUNCTION CURRENT-DATE(11:2) TO CQ-TIMESTAMP(15:2).
           MOVE ":" TO CQ-TIMESTAMP(17:1).
           MOVE FUNCTION CURRENT-DATE(13:2) TO CQ-TIMESTAMP(18:2).
           MOVE WS-CURRENT-CUSTOMER TO CQ-CUSTOMER-ID.
           MOVE WS-WINDOW-CASH TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CQ-TXN-AMOUNT-STR.
           MOVE "STRUCTURING" TO CQ-FRAUD-FLAGS.
           MOVE WS-STRUCTURING-SCORE TO CQ-FRAUD-SCORE-STR.
           MOVE "REVIEW " TO CQ-RECOMMEND.
           MOVE WS-NEXT-CASE-NUMBER TO CQ-CASE-NUMBER.
           MOVE "OPEN" TO CQ-STATUS.
           MOVE SPACES TO CQ-ANALYST-ID.
           MOVE SPACES TO CQ-PRIORITY.
           WRITE CASE-QUEUE-RECORD.

           CLOSE CASE-QUEUE-FILE.

           PERFORM RELEASE-FILE-LOCK.

           ADD 1 TO WS-CASES-OPENED.
           DISPLAY "Case " CQ-CASE-NUMBER " opened for structuring "
               "by customer " WS-CURRENT-CUSTOMER ".".

       ISSUE-NEXT-CASE-NUMBER.
      *> Case numbers come off the shared one-record counter file,
      *> the same sequence FRAUD-CHECK issues from. A missing
      *> counter file starts the sequence at one.
           MOVE 0 TO WS-NEXT-CASE-NUMBER.
           OPEN INPUT CASE-NUMBER-FILE.
           IF WS-CASE-NUMBER-STATUS = "00"
               READ CASE-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CN-LAST-NUMBER-STR)
                           TO WS-NEXT-CASE-NUMBER
               END-READ
               CLOSE CASE-NUMBER-FILE
           END-IF.

           ADD 1 TO WS-NEXT-CASE-NUMBER.
           MOVE WS-NEXT-CASE-NUMBER TO CN-LAST-NUMBER-STR.

           OPEN OUTPUT CASE-NUMBER-FILE.
           WRITE CASE-NUMBER-RECORD.
           CLOSE CASE-NUMBER-FILE.

       WRITE-MONITOR-TOTALS.
           MOVE SPACES TO CTR-REPORT-RECORD.
           WRITE CTR-REPORT-RECORD.

           MOVE WS-CUSTOMERS-SEEN TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "Customers scanned:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

           MOVE WS-CTR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "CTRs raised:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

           MOVE WS-NO-MASTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "  without CUSTMAST ID:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

           MOVE WS-CASES-OPENED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CTR-REPORT-RECORD.
           STRING "Structuring cases:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CTR-REPORT-RECORD
           END-STRING.
           WRITE CTR-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "CTR-MONITOR" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "CTR_MONITOR" TO AT-ACTION.
           MOVE WS-AUDIT-OUTCOME TO AT-OUTCOME.

      *> The chained append is a read-modify-write of the trail's
      *> tail, so it runs under the shared file lock end to end -
      *> two unserialized writers would mint the same sequence and
      *> break the chain for the verifier. If the lock cannot be
      *> had, the record is appended anyway after the conflicting
      *> program is named - losing an audit record would be worse.
           MOVE FCP-AUDIT-TRAIL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM CHAIN-AUDIT-RECORD.

           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

           PERFORM RELEASE-FILE-LOCK.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
