      *> Computes the age of every undisposed case on
      *> fraud-case-queue.dat from its transaction timestamp, buckets
      *> the queue (under 4 hours / 4-24 hours / 1-3 days / over 3
      *> days), and marks any case breaching the SLA - so the fraud
      *> team lead escalates before a regulator or a customer does it
      *> for us.
      *>
      *> Each case is also measured by the time since its last entry
      *> on the case activity log (case-activity.dat - notes, calls,
      *> assignment), or since it was opened if it has none. Cases
      *> nobody has touched since opening and cases idle past the
      *> idle threshold are counted, and the least recently touched
      *> cases are listed individually with idle time, age, last
      *> action, customer ID, amount, and flags.
      *>
      *> The SLA is ops-configurable: case-sla-config.dat holds the
      *> SLA in hours as a 4-digit number ("0024" = 24 hours),
      *> optionally followed by the idle threshold in hours the same
      *> way ("00240008" = 24-hour SLA, 8 hours idle). A missing
      *> config file or idle threshold defaults to 24 hours.
      *>
      *> Undisposed means CQ-STATUS of OPEN or ASSIGNED; records from
      *> before case numbering (spaces status) fall back to the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.

           SELECT CASE-ACTIVITY-FILE ASSIGN TO FCP-CASE-ACTIVITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "case-aging-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SLA-CONFIG-FILE.
       01  SLA-CONFIG-RECORD.
           05  SLA-HOURS-STR             PIC X(4).
           05  SLA-IDLE-HOURS-STR        PIC X(4).

       FD  CASE-ACTIVITY-FILE.
           COPY "CASE-ACTIVITY-REC.cpy".

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD           PIC X(120).
      *> SLA configuration work fields
       01  WS-SLA-STATUS                 PIC XX VALUE SPACES.
       01  WS-SLA-HOURS                  PIC 9(4) VALUE 24.
       01  WS-IDLE-LIMIT-HOURS           PIC 9(4) VALUE 24.

      *> Last-activity work fields: the activity log is append-only,
      *> so the last entry found for a case is its most recent one.
       01  WS-ACTIVITY-STATUS            PIC XX VALUE SPACES.
       01  WS-ACTIVITY-EOF               PIC X VALUE "N".
           88  ACTIVITY-AT-EOF           VALUE "Y".
       01  WS-ACTIVITY-FOUND             PIC X VALUE "N".
           88  CASE-HAS-ACTIVITY         VALUE "Y".
       01  WS-LAST-ACTIVITY-TS           PIC X(21) VALUE SPACES.
       01  WS-LAST-ACTION                PIC X(10) VALUE SPACES.

      *> Clock-now work fields
       01  WS-NOW-DAYS                   PIC 9(7) VALUE 0.
       01  WS-CASE-DAYS                  PIC 9(7) VALUE 0.
       01  WS-CASE-HOURS                 PIC 9(9) VALUE 0.
       01  WS-AGE-HOURS                  PIC S9(9) VALUE 0.
       01  WS-TOUCH-DAYS                 PIC 9(7) VALUE 0.
       01  WS-TOUCH-HOURS                PIC 9(9) VALUE 0.
       01  WS-IDLE-HOURS                 PIC S9(9) VALUE 0.

      *> Bucket counters
       01  WS-UNDER4-COUNT               PIC 9(6) VALUE 0.
       01  WS-OVER3D-COUNT               PIC 9(6) VALUE 0.
       01  WS-BREACH-COUNT               PIC 9(6) VALUE 0.
       01  WS-UNDISPOSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-HIGH-PRIORITY-COUNT        PIC 9(6) VALUE 0.
       01  WS-UNTOUCHED-COUNT            PIC 9(6) VALUE 0.
       01  WS-IDLE-COUNT                 PIC 9(6) VALUE 0.

      *> Least-recently-touched table, kept in idle-time order by a
      *> simple insertion pass per case - ten lines is what a team
      *> lead will actually read at the morning stand-up.
       01  WS-OLDEST-TABLE.
           05  WS-OLDEST-ENTRY OCCURS 10 TIMES.
               10  WS-OLD-IDLE-HOURS     PIC 9(9).
               10  WS-OLD-AGE-HOURS      PIC 9(9).
               10  WS-OLD-CASE-NUMBER    PIC X(8).
               10  WS-OLD-LAST-ACTION    PIC X(10).
               10  WS-OLD-CUSTOMER       PIC X(10).
               10  WS-OLD-AMOUNT         PIC X(15).
               10  WS-OLD-FLAGS          PIC X(30).
       01  WS-OLDEST-USED                PIC 9(2) VALUE 0.
       01  WS-OLD-IX                     PIC 9(2) VALUE 0.
       01  WS-OLD-JX                     PIC 9(2) VALUE 0.
      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AGE-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-IDLE-DISPLAY               PIC ZZZ,ZZ9.
       01  WS-SLA-MARK                   PIC X(6) VALUE SPACES.
       01  WS-IDLE-MARK                  PIC X(6) VALUE SPACES.

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
                           MOVE FUNCTION NUMVAL(SLA-HOURS-STR)
                               TO WS-SLA-HOURS
                       END-IF
                       IF SLA-IDLE-HOURS-STR IS NUMERIC
                           AND SLA-IDLE-HOURS-STR > "0000"
                           MOVE SLA-IDLE-HOURS-STR
                               TO WS-IDLE-LIMIT-HOURS
                       END-IF
               END-READ
               CLOSE SLA-CONFIG-FILE
           END-IF.
      *> opened under, "YYYY-MM-DDTHH:MM:SS" - age is measured from
      *> it in whole hours.
           ADD 1 TO WS-UNDISPOSED-COUNT.
           IF CQ-PRIORITY = "HIGH"
               ADD 1 TO WS-HIGH-PRIORITY-COUNT
           END-IF.

           COMPUTE WS-CASE-DATE =
               FUNCTION NUMVAL(CQ-TIMESTAMP(1:4)) * 10000
               ADD 1 TO WS-BREACH-COUNT
           END-IF.

      *> Idle time runs from the last activity logged on the case -
      *> a timestamp taken from the same clock as the report's "now"
      *> - or, for a case nobody has touched, from when it opened.
           PERFORM FIND-LAST-ACTIVITY.
           IF CASE-HAS-ACTIVITY
               COMPUTE WS-TOUCH-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LAST-ACTIVITY-TS(1:8)))
               COMPUTE WS-TOUCH-HOURS = WS-TOUCH-DAYS * 24
                   + FUNCTION NUMVAL(WS-LAST-ACTIVITY-TS(9:2))
               COMPUTE WS-IDLE-HOURS = WS-NOW-HOURS - WS-TOUCH-HOURS
               IF WS-IDLE-HOURS < 0
                   MOVE 0 TO WS-IDLE-HOURS
               END-IF
           ELSE
               ADD 1 TO WS-UNTOUCHED-COUNT
               MOVE WS-AGE-HOURS TO WS-IDLE-HOURS
               MOVE "(none)" TO WS-LAST-ACTION
           END-IF.

           IF WS-IDLE-HOURS > WS-IDLE-LIMIT-HOURS
               ADD 1 TO WS-IDLE-COUNT
           END-IF.

           PERFORM NOTE-OLDEST-CASE.

       FIND-LAST-ACTIVITY.
      *> Activity is tied to the case by number, so a legacy case
      *> from before case numbering can have none.
           MOVE "N" TO WS-ACTIVITY-FOUND.
           MOVE SPACES TO WS-LAST-ACTIVITY-TS.
           MOVE SPACES TO WS-LAST-ACTION.
           IF CQ-CASE-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CASE-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ACTIVITY-EOF.
           PERFORM READ-ACTIVITY-RECORD
               UNTIL ACTIVITY-AT-EOF.

           CLOSE CASE-ACTIVITY-FILE.

       READ-ACTIVITY-RECORD.
           READ CASE-ACTIVITY-FILE
               AT END
                   MOVE "Y" TO WS-ACTIVITY-EOF
               NOT AT END
                   IF CA-CASE-NUMBER = CQ-CASE-NUMBER
                       MOVE "Y" TO WS-ACTIVITY-FOUND
                       MOVE CA-TIMESTAMP TO WS-LAST-ACTIVITY-TS
                       MOVE CA-ACTION TO WS-LAST-ACTION
                   END-IF
           END-READ.

       NOTE-OLDEST-CASE.
      *> Keep the ten least recently touched undisposed cases, in
      *> descending idle-time order, by finding this case's slot and
      *> shifting the more recently touched entries down one.
           MOVE 0 TO WS-INSERT-AT.
           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
               UNTIL WS-OLD-IX > WS-OLDEST-USED
               OR WS-INSERT-AT > 0
               IF WS-IDLE-HOURS > WS-OLD-IDLE-HOURS(WS-OLD-IX)
                   MOVE WS-OLD-IX TO WS-INSERT-AT
               END-IF
           END-PERFORM.
                   TO WS-OLDEST-ENTRY(WS-OLD-JX)
           END-PERFORM.

           MOVE WS-IDLE-HOURS TO WS-OLD-IDLE-HOURS(WS-INSERT-AT).
           MOVE WS-AGE-HOURS TO WS-OLD-AGE-HOURS(WS-INSERT-AT).
           MOVE CQ-CASE-NUMBER TO WS-OLD-CASE-NUMBER(WS-INSERT-AT).
           MOVE WS-LAST-ACTION TO WS-OLD-LAST-ACTION(WS-INSERT-AT).
           MOVE CQ-CUSTOMER-ID TO WS-OLD-CUSTOMER(WS-INSERT-AT).
           MOVE CQ-TXN-AMOUNT-STR TO WS-OLD-AMOUNT(WS-INSERT-AT).
           MOVE CQ-FRAUD-FLAGS(1:30) TO WS-OLD-FLAGS(WS-INSERT-AT).

       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE.

           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "FRAUD CASE AGING - " FUNCTION CURRENT-DATE(1:8)
               " (SLA " WS-SLA-HOURS " HOURS, IDLE "
               WS-IDLE-LIMIT-HOURS " HOURS)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-HIGH-PRIORITY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "  HIGH priority:  " WS-COUNT-DISPLAY
               " (customer denied the transaction)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "AGE BUCKETS" TO AGING-REPORT-RECORD.

           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "CASE ACTIVITY" TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-UNTOUCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "  Untouched:     " WS-COUNT-DISPLAY
               " (no activity since opened)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-IDLE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "  IDLE CASES:    " WS-COUNT-DISPLAY
               " (no activity for over " WS-IDLE-LIMIT-HOURS
               " hours)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "LEAST RECENTLY TOUCHED CASES" TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "  IDLE(H)   AGE(H)  CASE      LAST ACT    "
               "CUSTOMER    AMOUNT          FLAGS"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           PERFORM WRITE-ONE-OLDEST-LINE
           ELSE
               MOVE SPACES TO WS-SLA-MARK
           END-IF.
           IF WS-OLD-IDLE-HOURS(WS-OLD-IX) > WS-IDLE-LIMIT-HOURS
               MOVE "*IDLE*" TO WS-IDLE-MARK
           ELSE
               MOVE SPACES TO WS-IDLE-MARK
           END-IF.

           MOVE WS-OLD-IDLE-HOURS(WS-OLD-IX) TO WS-IDLE-DISPLAY.
           MOVE WS-OLD-AGE-HOURS(WS-OLD-IX) TO WS-AGE-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "  " WS-IDLE-DISPLAY
               "  " WS-AGE-DISPLAY
               "  " WS-OLD-CASE-NUMBER(WS-OLD-IX)
               "  " WS-OLD-LAST-ACTION(WS-OLD-IX)
               "  " WS-OLD-CUSTOMER(WS-OLD-IX)
               "  " WS-OLD-AMOUNT(WS-OLD-IX)
               " " WS-OLD-FLAGS(WS-OLD-IX)
               " " WS-SLA-MARK
               " " WS-IDLE-MARK
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
