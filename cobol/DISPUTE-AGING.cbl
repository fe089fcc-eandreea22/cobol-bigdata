       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING.
       AUTHOR. Thesis Project.

      *> DISPUTE-AGING.cbl
      *> Daily Cardholder Dispute Aging Report
      *>
      *> Lists every unresolved dispute on dispute-register.dat
      *> against its network deadline: an OPEN dispute against the
      *> last day the chargeback can be submitted, a SUBMITTED one
      *> against the network's response date. Disputes due within
      *> WS-WARN-DAYS are marked APPROACHING and those past their
      *> deadline PAST DEADLINE, so nothing is lost to the calendar;
      *> the provisional credit still riding on open disputes is
      *> totalled at the foot.
      *>
      *> Invocation: DISPUTE-AGING
      *> Example: ./dispute-aging
      *>
      *> Output: dispute-aging-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO FCP-DISPUTE-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "dispute-aging-report.txt"
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

       FD  DISPUTE-FILE.
           COPY "DISPUTE-REC.cpy".

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD           PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Disputes due within this many days are flagged
       01  WS-WARN-DAYS                  PIC 9(3) VALUE 10.

       01  WS-TODAY-INT                  PIC 9(7) VALUE 0.
       01  WS-DAYS-LEFT                  PIC S9(5) VALUE 0.

      *> Dispute register scan work fields
       01  WS-DISPUTE-STATUS             PIC XX VALUE SPACES.
       01  WS-DISPUTE-EOF                PIC X VALUE "N".
           88  DISPUTE-AT-EOF            VALUE "Y".
       01  WS-LINE-MARK                  PIC X(15) VALUE SPACES.

      *> Run totals
       01  WS-OPEN-COUNT                 PIC 9(6) VALUE 0.
       01  WS-SUBMITTED-COUNT            PIC 9(6) VALUE 0.
       01  WS-APPROACHING-COUNT          PIC 9(6) VALUE 0.
       01  WS-PAST-COUNT                 PIC 9(6) VALUE 0.
       01  WS-CREDIT-AMOUNT              PIC 9(10)V99 VALUE 0.
       01  WS-CREDIT-TOTAL               PIC 9(12)V99 VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DAYS-DISPLAY               PIC -ZZZ9.
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
           MOVE "DISPUTE-AGING" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CARDHOLDER DISPUTE AGING REPORT".
           DISPLAY "========================================".

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)).

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "DISPUTE AGING - " BDT-BUSINESS-DATE
               " (APPROACHING = DUE WITHIN " WS-WARN-DAYS " DAYS)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "CUSTOMER   TRANSACTION         REASON   STATUS    "
               "DEADLINE DAYS LEFT PROV CREDIT      FLAG"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
               MOVE "N" TO WS-DISPUTE-EOF
               PERFORM READ-DISPUTE-RECORD
                   UNTIL DISPUTE-AT-EOF
               CLOSE DISPUTE-FILE
           ELSE
               MOVE "No dispute register - no disputes on file."
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF.

           PERFORM WRITE-AGING-TOTALS.
           CLOSE AGING-REPORT-FILE.

           COMPUTE WS-COUNT-DISPLAY = WS-OPEN-COUNT
               + WS-SUBMITTED-COUNT.
           DISPLAY "Unresolved disputes: " WS-COUNT-DISPLAY.
           MOVE WS-APPROACHING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Approaching deadline:" WS-COUNT-DISPLAY.
           MOVE WS-PAST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Past deadline:       " WS-COUNT-DISPLAY.
           DISPLAY "Report written to dispute-aging-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "NEAR " WS-APPROACHING-COUNT
               " PAST " WS-PAST-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
               AT END
                   MOVE "Y" TO WS-DISPUTE-EOF
               NOT AT END
                   IF DP-STATUS = "OPEN" OR DP-STATUS = "SUBMITTED"
                       PERFORM REPORT-ONE-DISPUTE
                   END-IF
           END-READ.

       REPORT-ONE-DISPUTE.
           IF DP-STATUS = "OPEN"
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-SUBMITTED-COUNT
           END-IF.

           MOVE FUNCTION NUMVAL(DP-CREDIT-STR) TO WS-CREDIT-AMOUNT.
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.

           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(DP-DEADLINE-DATE)) - WS-TODAY-INT.
           MOVE SPACES TO WS-LINE-MARK.
           IF WS-DAYS-LEFT < 0
               MOVE "*** PAST DEADLN" TO WS-LINE-MARK
               ADD 1 TO WS-PAST-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "APPROACHING" TO WS-LINE-MARK
                   ADD 1 TO WS-APPROACHING-COUNT
               END-IF
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING DP-CUSTOMER-ID " " DP-TXN-TIMESTAMP " "
               DP-REASON-CODE " " DP-STATUS " " DP-DEADLINE-DATE
               "     " WS-DAYS-DISPLAY " " WS-AMOUNT-DISPLAY " "
               WS-LINE-MARK
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Open, not yet submitted: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-SUBMITTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Submitted, awaiting:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-APPROACHING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Approaching deadline:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-PAST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "PAST DEADLINE:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Provisional credit out:  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "DISPUTE-AGING" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "DISPUTE_AGING" TO AT-ACTION.
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
