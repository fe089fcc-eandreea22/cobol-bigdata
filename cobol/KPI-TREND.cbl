       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-TREND.
       AUTHOR. Thesis Project.

      *> KPI-TREND.cbl
      *> Multi-Period KPI Trend Report
      *>
      *> Charts the daily rows KPI-CAPTURE puts on kpi-history.dat
      *> (KPI-HISTORY-REC.cpy) over any date range, by day, by week
      *> (Monday to Sunday) or by calendar month, so management sees
      *> drift without stitching spooled point-in-time reports
      *> together. Each period prints every KPI with its change from
      *> the period before, in figures and in percent:
      *>   - activity KPIs (applications, approvals, declines, HIGH
      *>     and REVIEW fraud screenings, cases opened and closed,
      *>     lookups, system errors) are summed over the period;
      *>   - balance KPIs (delinquency bucket counts and amounts,
      *>     open suspense items and balance) are the period's last
      *>     captured day, as they stood at its close.
      *> A week or month range is widened to whole periods: the
      *> first period starts on the Monday (or the 1st) on or before
      *> the from date. The first period is compared with the period
      *> before it, read from the history even though it is outside
      *> the range. A change of more than the KPI's tolerance in
      *> percent - or any move off zero - is marked "**" for
      *> attention. Tolerances are read from kpi-tolerance.dat
      *> (KPI-TOLERANCE-REC.cpy); the DEFAULT row covers the rest,
      *> and without one every KPI is allowed 25%. Periods with no
      *> captured day (a weekend, a close that was not run) are not
      *> printed, and the next one is compared with the last period
      *> that was.
      *>
      *> Invocation: KPI-TREND [from YYYYMMDD] [to YYYYMMDD]
      *>             [DAY|WEEK|MONTH]
      *> Example: ./kpi-trend 20260101 20260930 MONTH
      *>   Without dates, the business date's month to date is
      *>   reported; without a period type, day by day.
      *>
      *> Output: kpi-trend-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT KPI-HISTORY-FILE ASSIGN TO FCP-KPI-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT KPI-TOLERANCE-FILE ASSIGN TO FCP-KPI-TOLERANCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLERANCE-STATUS.

           SELECT TREND-REPORT-FILE
               ASSIGN TO "kpi-trend-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  KPI-HISTORY-FILE.
           COPY "KPI-HISTORY-REC.cpy".

       FD  KPI-TOLERANCE-FILE.
           COPY "KPI-TOLERANCE-REC.cpy".

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.

      *> Command line: range and period type
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.
       01  WS-FROM-DATE                  PIC X(8) VALUE SPACES.
       01  WS-TO-DATE                    PIC X(8) VALUE SPACES.
       01  WS-GRAIN                      PIC X(5) VALUE SPACES.
           88  GRAIN-DAY                 VALUE "DAY".
           88  GRAIN-WEEK                VALUE "WEEK".
           88  GRAIN-MONTH               VALUE "MONTH".
       01  WS-DATE-CHECK                 PIC X(8) VALUE SPACES.
       01  WS-DATE-VALID                 PIC X VALUE "N".

      *> Period keys: the first day of the period a date falls in
       01  WS-KEY-DATE                   PIC X(8) VALUE SPACES.
       01  WS-KEY-OUT                    PIC 9(8) VALUE 0.
       01  WS-DAY-NUMBER                 PIC 9(7) VALUE 0.
       01  WS-RANGE-START                PIC 9(8) VALUE 0.

      *> The KPIs in print order. Each entry is the code printed
      *> (and matched on kpi-tolerance.dat), F for an activity KPI
      *> summed over the period or B for a balance KPI taken at the
      *> period's end, and C for a count or A for an amount.
       01  WS-METRIC-NAMES.
           05  FILLER PIC X(15) VALUE "APPLICATIONS FC".
           05  FILLER PIC X(15) VALUE "APPROVALS    FC".
           05  FILLER PIC X(15) VALUE "DECLINES     FC".
           05  FILLER PIC X(15) VALUE "FRAUD-HIGH   FC".
           05  FILLER PIC X(15) VALUE "FRAUD-REVIEW FC".
           05  FILLER PIC X(15) VALUE "CASES-OPEN   FC".
           05  FILLER PIC X(15) VALUE "CASES-CLOSE  FC".
           05  FILLER PIC X(15) VALUE "PD30-COUNT   BC".
           05  FILLER PIC X(15) VALUE "PD30-AMOUNT  BA".
           05  FILLER PIC X(15) VALUE "PD60-COUNT   BC".
           05  FILLER PIC X(15) VALUE "PD60-AMOUNT  BA".
           05  FILLER PIC X(15) VALUE "PD90-COUNT   BC".
           05  FILLER PIC X(15) VALUE "PD90-AMOUNT  BA".
           05  FILLER PIC X(15) VALUE "SUSP-COUNT   BC".
           05  FILLER PIC X(15) VALUE "SUSP-BALANCE BA".
           05  FILLER PIC X(15) VALUE "LOOKUPS      FC".
           05  FILLER PIC X(15) VALUE "SYS-ERRORS   FC".
       01  WS-METRIC-NAME-LIST REDEFINES WS-METRIC-NAMES.
           05  WS-METRIC-DEF OCCURS 17 TIMES.
               10  WS-METRIC-CODE        PIC X(12).
               10  FILLER                PIC X.
               10  WS-METRIC-KIND        PIC X.
               10  WS-METRIC-FORMAT      PIC X.
       01  WS-METRIC-COUNT               PIC 9(2) VALUE 17.
       01  WS-METRIC-IX                  PIC 9(2) VALUE 0.

      *> Tolerance per KPI, in whole percent
       01  WS-TOLERANCE-STATUS           PIC XX VALUE SPACES.
       01  WS-TOLERANCE-EOF              PIC X VALUE "N".
           88  TOLERANCE-AT-EOF          VALUE "Y".
       01  WS-DEFAULT-TOLERANCE          PIC 9(3) VALUE 25.
       01  WS-TOLERANCE-TABLE.
           05  WS-TOL-SET                PIC X OCCURS 17 TIMES.
           05  WS-TOL-PERCENT            PIC 9(3) OCCURS 17 TIMES.
       01  WS-TOLERANCE-SOURCE           PIC X(40) VALUE SPACES.

      *> One history row's figures, in print order
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-ROW-VALUES.
           05  WS-ROW-VALUE              PIC 9(13)V99
                                         OCCURS 17 TIMES.
       01  WS-ROWS-READ                  PIC 9(6) VALUE 0.

      *> The period before the range, and the periods in it
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-KEY              PIC 9(8) VALUE 0.
           05  WS-PRIOR-VALUE            PIC 9(13)V99
                                         OCCURS 17 TIMES.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 4000 TIMES.
               10  WS-PD-KEY             PIC 9(8).
               10  WS-PD-FIRST-DATE      PIC X(8).
               10  WS-PD-LAST-DATE       PIC X(8).
               10  WS-PD-DAYS            PIC 9(4).
               10  WS-PD-VALUE           PIC 9(13)V99
                                         OCCURS 17 TIMES.
       01  WS-PERIOD-COUNT               PIC 9(4) VALUE 0.
       01  WS-PERIOD-MAX                 PIC 9(4) VALUE 4000.
       01  WS-PERIOD-IX                  PIC 9(4) VALUE 0.
       01  WS-PERIODS-TRUNCATED          PIC X VALUE "N".
           88  PERIODS-TRUNCATED         VALUE "Y".

      *> Comparison work fields
       01  WS-HAVE-PRIOR                 PIC X VALUE "N".
           88  HAVE-PRIOR                VALUE "Y".
       01  WS-CURRENT-VALUE              PIC 9(13)V99 VALUE 0.
       01  WS-BEFORE-VALUE               PIC 9(13)V99 VALUE 0.
       01  WS-CHANGE                     PIC S9(13)V99 VALUE 0.
       01  WS-CHANGE-PCT                 PIC S9(7)V9 VALUE 0.
       01  WS-ABS-PCT                    PIC 9(7)V9 VALUE 0.
       01  WS-FLAG                       PIC X(2) VALUE SPACES.
       01  WS-FLAG-COUNT                 PIC 9(6) VALUE 0.

      *> Report line work fields
       01  WS-GRAIN-LABEL                PIC X(6) VALUE SPACES.
       01  WS-VALUE-TEXT                 PIC X(18) VALUE SPACES.
       01  WS-CHANGE-TEXT                PIC X(18) VALUE SPACES.
       01  WS-PCT-TEXT                   PIC X(10) VALUE SPACES.
       01  WS-COUNT-EDIT                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-CHANGE-EDIT          PIC ++,+++,+++,+++,++9.
       01  WS-AMOUNT-CHANGE-EDIT         PIC +++,+++,+++,++9.99.
       01  WS-PCT-EDIT                   PIC +++,++9.9.
       01  WS-DAYS-DISPLAY               PIC ZZZ9.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "KPI TREND REPORT".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-FROM-DATE WS-TO-DATE WS-GRAIN
           END-UNSTRING.
           IF WS-FROM-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-FROM-DATE
               MOVE "01" TO WS-FROM-DATE(7:2)
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE BDT-BUSINESS-DATE TO WS-TO-DATE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-GRAIN) TO WS-GRAIN.
           IF WS-GRAIN = SPACES
               MOVE "DAY" TO WS-GRAIN
           END-IF.

           MOVE WS-FROM-DATE TO WS-DATE-CHECK.
           PERFORM CHECK-DATE.
           IF WS-DATE-VALID = "Y"
               MOVE WS-TO-DATE TO WS-DATE-CHECK
               PERFORM CHECK-DATE
           END-IF.
           IF WS-DATE-VALID NOT = "Y"
               OR WS-FROM-DATE > WS-TO-DATE
               OR NOT (GRAIN-DAY OR GRAIN-WEEK OR GRAIN-MONTH)
               DISPLAY "ERROR: Range must be two dates YYYYMMDD, "
                   "from not after to"
               DISPLAY "Usage: KPI-TREND [from YYYYMMDD] "
                   "[to YYYYMMDD] [DAY|WEEK|MONTH]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN GRAIN-DAY
                   MOVE "DAY" TO WS-GRAIN-LABEL
               WHEN GRAIN-WEEK
                   MOVE "WEEK" TO WS-GRAIN-LABEL
               WHEN OTHER
                   MOVE "MONTH" TO WS-GRAIN-LABEL
           END-EVALUATE.

           MOVE WS-FROM-DATE TO WS-KEY-DATE.
           PERFORM COMPUTE-PERIOD-KEY.
           MOVE WS-KEY-OUT TO WS-RANGE-START.

           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-KPI-HISTORY.

           OPEN OUTPUT TREND-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "N" TO WS-HAVE-PRIOR.
           IF WS-PRIOR-KEY > 0
               MOVE "Y" TO WS-HAVE-PRIOR
           END-IF.
           PERFORM WRITE-PERIOD-BLOCK
               VARYING WS-PERIOD-IX FROM 1 BY 1
               UNTIL WS-PERIOD-IX > WS-PERIOD-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TREND-REPORT-FILE.

           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Periods reported:    " WS-COUNT-DISPLAY.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Outside tolerance:   " WS-COUNT-DISPLAY.
           IF PERIODS-TRUNCATED
               DISPLAY "WARNING: Period table full - "
                   "later periods were not read"
           END-IF.
           DISPLAY "Report written to kpi-trend-report.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHECK-DATE.
           MOVE "Y" TO WS-DATE-VALID.
           IF WS-DATE-CHECK IS NOT NUMERIC
               MOVE "N" TO WS-DATE-VALID
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-DATE-CHECK)) NOT = 0
               MOVE "N" TO WS-DATE-VALID
           END-IF.

       COMPUTE-PERIOD-KEY.
      *> The first day of the period WS-KEY-DATE falls in. Day 1 of
      *> the integer date count (1 January 1601) was a Monday.
           EVALUATE TRUE
               WHEN GRAIN-DAY
                   MOVE WS-KEY-DATE TO WS-KEY-OUT
               WHEN GRAIN-WEEK
                   COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-KEY-DATE))
                   COMPUTE WS-DAY-NUMBER = WS-DAY-NUMBER
                       - FUNCTION MOD(WS-DAY-NUMBER - 1, 7)
                   COMPUTE WS-KEY-OUT =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               WHEN OTHER
                   COMPUTE WS-KEY-OUT =
                       FUNCTION NUMVAL(WS-KEY-DATE(1:6)) * 100 + 1
           END-EVALUATE.

       LOAD-TOLERANCES.
           MOVE "N" TO WS-TOL-SET(1) WS-TOL-SET(2) WS-TOL-SET(3)
               WS-TOL-SET(4) WS-TOL-SET(5) WS-TOL-SET(6)
               WS-TOL-SET(7) WS-TOL-SET(8) WS-TOL-SET(9)
               WS-TOL-SET(10) WS-TOL-SET(11) WS-TOL-SET(12)
               WS-TOL-SET(13) WS-TOL-SET(14) WS-TOL-SET(15)
               WS-TOL-SET(16) WS-TOL-SET(17).
           MOVE "built-in 25%" TO WS-TOLERANCE-SOURCE.

           OPEN INPUT KPI-TOLERANCE-FILE.
           IF WS-TOLERANCE-STATUS = "00"
               MOVE "kpi-tolerance.dat" TO WS-TOLERANCE-SOURCE
               MOVE "N" TO WS-TOLERANCE-EOF
               PERFORM UNTIL TOLERANCE-AT-EOF
                   READ KPI-TOLERANCE-FILE
                       AT END
                           MOVE "Y" TO WS-TOLERANCE-EOF
                       NOT AT END
                           PERFORM APPLY-TOLERANCE-ROW
                   END-READ
               END-PERFORM
               CLOSE KPI-TOLERANCE-FILE
           END-IF.

           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > WS-METRIC-COUNT
               IF WS-TOL-SET(WS-METRIC-IX) NOT = "Y"
                   MOVE WS-DEFAULT-TOLERANCE
                       TO WS-TOL-PERCENT(WS-METRIC-IX)
               END-IF
           END-PERFORM.

       APPLY-TOLERANCE-ROW.
      *> A row with an unreadable percentage is skipped rather than
      *> taken as zero, which would mark every change.
           IF KT-PERCENT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(KT-METRIC) = "DEFAULT"
               MOVE KT-PERCENT TO WS-DEFAULT-TOLERANCE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > WS-METRIC-COUNT
               IF FUNCTION UPPER-CASE(KT-METRIC)
                   = WS-METRIC-CODE(WS-METRIC-IX)
                   MOVE KT-PERCENT TO WS-TOL-PERCENT(WS-METRIC-IX)
                   MOVE "Y" TO WS-TOL-SET(WS-METRIC-IX)
               END-IF
           END-PERFORM.

       LOAD-KPI-HISTORY.
      *> KPI-CAPTURE keeps the history in date order, so each
      *> period's rows arrive together and the last row read for a
      *> period is its closing balance.
           MOVE 0 TO WS-PRIOR-KEY.
           OPEN INPUT KPI-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: No KPI history on file"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HISTORY-EOF.
           PERFORM UNTIL HISTORY-AT-EOF
               READ KPI-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       IF KP-BUSINESS-DATE NOT > WS-TO-DATE
                           AND KP-BUSINESS-DATE IS NUMERIC
                           PERFORM ADD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE KPI-HISTORY-FILE.

       ADD-HISTORY-ROW.
           ADD 1 TO WS-ROWS-READ.
           MOVE KP-APPLICATIONS TO WS-ROW-VALUE(1).
           MOVE KP-APPROVALS TO WS-ROW-VALUE(2).
           MOVE KP-DECLINES TO WS-ROW-VALUE(3).
           MOVE KP-FRAUD-HIGH TO WS-ROW-VALUE(4).
           MOVE KP-FRAUD-REVIEW TO WS-ROW-VALUE(5).
           MOVE KP-CASES-OPENED TO WS-ROW-VALUE(6).
           MOVE KP-CASES-CLOSED TO WS-ROW-VALUE(7).
           MOVE KP-PD30-COUNT TO WS-ROW-VALUE(8).
           MOVE KP-PD30-AMOUNT TO WS-ROW-VALUE(9).
           MOVE KP-PD60-COUNT TO WS-ROW-VALUE(10).
           MOVE KP-PD60-AMOUNT TO WS-ROW-VALUE(11).
           MOVE KP-PD90-COUNT TO WS-ROW-VALUE(12).
           MOVE KP-PD90-AMOUNT TO WS-ROW-VALUE(13).
           MOVE KP-SUSPENSE-COUNT TO WS-ROW-VALUE(14).
           MOVE KP-SUSPENSE-BALANCE TO WS-ROW-VALUE(15).
           MOVE KP-LOOKUPS TO WS-ROW-VALUE(16).
           MOVE KP-SYSTEM-ERRORS TO WS-ROW-VALUE(17).

           MOVE KP-BUSINESS-DATE TO WS-KEY-DATE.
           PERFORM COMPUTE-PERIOD-KEY.

      *> Before the range: only the latest period is kept, as the
      *> first period's comparison.
           IF WS-KEY-OUT < WS-RANGE-START
               IF WS-KEY-OUT NOT = WS-PRIOR-KEY
                   MOVE WS-KEY-OUT TO WS-PRIOR-KEY
                   PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                       UNTIL WS-METRIC-IX > WS-METRIC-COUNT
                       MOVE 0 TO WS-PRIOR-VALUE(WS-METRIC-IX)
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                   UNTIL WS-METRIC-IX > WS-METRIC-COUNT
                   IF WS-METRIC-KIND(WS-METRIC-IX) = "F"
                       ADD WS-ROW-VALUE(WS-METRIC-IX)
                           TO WS-PRIOR-VALUE(WS-METRIC-IX)
                   ELSE
                       MOVE WS-ROW-VALUE(WS-METRIC-IX)
                           TO WS-PRIOR-VALUE(WS-METRIC-IX)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.

           IF WS-PERIOD-COUNT = 0
               OR WS-PD-KEY(WS-PERIOD-COUNT) NOT = WS-KEY-OUT
               IF WS-PERIOD-COUNT NOT < WS-PERIOD-MAX
                   MOVE "Y" TO WS-PERIODS-TRUNCATED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-KEY-OUT TO WS-PD-KEY(WS-PERIOD-COUNT)
               MOVE KP-BUSINESS-DATE
                   TO WS-PD-FIRST-DATE(WS-PERIOD-COUNT)
               MOVE 0 TO WS-PD-DAYS(WS-PERIOD-COUNT)
               PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
                   UNTIL WS-METRIC-IX > WS-METRIC-COUNT
                   MOVE 0 TO WS-PD-VALUE(WS-PERIOD-COUNT,
                       WS-METRIC-IX)
               END-PERFORM
           END-IF.

           MOVE KP-BUSINESS-DATE TO WS-PD-LAST-DATE(WS-PERIOD-COUNT).
           ADD 1 TO WS-PD-DAYS(WS-PERIOD-COUNT).
           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > WS-METRIC-COUNT
               IF WS-METRIC-KIND(WS-METRIC-IX) = "F"
                   ADD WS-ROW-VALUE(WS-METRIC-IX)
                       TO WS-PD-VALUE(WS-PERIOD-COUNT, WS-METRIC-IX)
               ELSE
                   MOVE WS-ROW-VALUE(WS-METRIC-IX)
                       TO WS-PD-VALUE(WS-PERIOD-COUNT, WS-METRIC-IX)
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "KPI TREND - " WS-FROM-DATE " TO " WS-TO-DATE
               " BY " FUNCTION TRIM(WS-GRAIN-LABEL)
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.
           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "Activity summed per period; balances at the "
               "period's last close; tolerances: "
               FUNCTION TRIM(WS-TOLERANCE-SOURCE)
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.

           IF WS-PERIOD-COUNT = 0
               MOVE SPACES TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
               MOVE "  No KPI history captured in the range"
                   TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF.

       WRITE-PERIOD-BLOCK.
           MOVE WS-PD-DAYS(WS-PERIOD-IX) TO WS-DAYS-DISPLAY.
           MOVE SPACES TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           STRING FUNCTION TRIM(WS-GRAIN-LABEL) " "
               WS-PD-KEY(WS-PERIOD-IX)
               "   days captured " FUNCTION TRIM(WS-DAYS-DISPLAY)
               " (" WS-PD-FIRST-DATE(WS-PERIOD-IX)
               " - " WS-PD-LAST-DATE(WS-PERIOD-IX) ")"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.
           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "  KPI                       VALUE"
               "             CHANGE   CHANGE %"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.

           PERFORM WRITE-METRIC-LINE
               VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > WS-METRIC-COUNT.

      *> This period is the next one's comparison.
           PERFORM VARYING WS-METRIC-IX FROM 1 BY 1
               UNTIL WS-METRIC-IX > WS-METRIC-COUNT
               MOVE WS-PD-VALUE(WS-PERIOD-IX, WS-METRIC-IX)
                   TO WS-PRIOR-VALUE(WS-METRIC-IX)
           END-PERFORM.
           MOVE WS-PD-KEY(WS-PERIOD-IX) TO WS-PRIOR-KEY.
           MOVE "Y" TO WS-HAVE-PRIOR.

       WRITE-METRIC-LINE.
           MOVE WS-PD-VALUE(WS-PERIOD-IX, WS-METRIC-IX)
               TO WS-CURRENT-VALUE.
           MOVE WS-PRIOR-VALUE(WS-METRIC-IX) TO WS-BEFORE-VALUE.
           MOVE SPACES TO WS-FLAG.

           IF WS-METRIC-FORMAT(WS-METRIC-IX) = "A"
               MOVE WS-CURRENT-VALUE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-VALUE-TEXT
           ELSE
               MOVE WS-CURRENT-VALUE TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-VALUE-TEXT
           END-IF.

           IF NOT HAVE-PRIOR
               MOVE "               n/a" TO WS-CHANGE-TEXT
               MOVE "       n/a" TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-CHANGE = WS-CURRENT-VALUE - WS-BEFORE-VALUE
               IF WS-METRIC-FORMAT(WS-METRIC-IX) = "A"
                   MOVE WS-CHANGE TO WS-AMOUNT-CHANGE-EDIT
                   MOVE WS-AMOUNT-CHANGE-EDIT TO WS-CHANGE-TEXT
               ELSE
                   MOVE WS-CHANGE TO WS-COUNT-CHANGE-EDIT
                   MOVE WS-COUNT-CHANGE-EDIT TO WS-CHANGE-TEXT
               END-IF
               PERFORM COMPARE-TO-TOLERANCE
           END-IF.

           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "  " WS-METRIC-CODE(WS-METRIC-IX) " "
               WS-VALUE-TEXT " " WS-CHANGE-TEXT " " WS-PCT-TEXT
               " " WS-FLAG
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.

       COMPARE-TO-TOLERANCE.
      *> Off zero there is no percentage to give; any move at all is
      *> worth a look.
           IF WS-BEFORE-VALUE = 0
               IF WS-CURRENT-VALUE = 0
                   MOVE "         -" TO WS-PCT-TEXT
               ELSE
                   MOVE "       new" TO WS-PCT-TEXT
                   MOVE "**" TO WS-FLAG
               END-IF
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-BEFORE-VALUE
                   ON SIZE ERROR
                       MOVE 999999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-PCT-TEXT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT(1:9)
               MOVE "%" TO WS-PCT-TEXT(10:1)
               IF WS-CHANGE-PCT < 0
                   COMPUTE WS-ABS-PCT = 0 - WS-CHANGE-PCT
               ELSE
                   MOVE WS-CHANGE-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-TOL-PERCENT(WS-METRIC-IX)
                   MOVE "**" TO WS-FLAG
               END-IF
           END-IF.
           IF WS-FLAG = "**"
               ADD 1 TO WS-FLAG-COUNT
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "  Periods reported:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO TREND-REPORT-RECORD.
           STRING "  Outside tolerance:    " WS-COUNT-DISPLAY
               " (marked **)"
               DELIMITED BY SIZE INTO TREND-REPORT-RECORD
           END-STRING.
           WRITE TREND-REPORT-RECORD.

           IF PERIODS-TRUNCATED
               MOVE SPACES TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
               STRING "  WARNING: period table full - later periods "
                   "were not read"
                   DELIMITED BY SIZE INTO TREND-REPORT-RECORD
               END-STRING
               WRITE TREND-REPORT-RECORD
           END-IF.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
