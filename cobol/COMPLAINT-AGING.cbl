       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-AGING.
       AUTHOR. Thesis Project.

      *> COMPLAINT-AGING.cbl
      *> Daily Customer Complaint Aging Report
      *>
      *> Lists every unresolved complaint on complaint-register.dat
      *> against its regulatory deadlines: an OPEN complaint not
      *> acknowledged by its acknowledgement due date is marked ACK
      *> OVERDUE; any complaint past its final-response due date is
      *> marked PAST FINAL, and one whose final response falls due
      *> within WS-WARN-DAYS is marked APPROACHING. Complaints nobody
      *> has been assigned yet are counted at the foot so a
      *> supervisor can hand them out.
      *>
      *> Invocation: COMPLAINT-AGING
      *> Example: ./complaint-aging
      *>
      *> Output: complaint-aging-report.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT COMPLAINT-FILE ASSIGN TO FCP-COMPLAINT-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "complaint-aging-report.txt"
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

       FD  COMPLAINT-FILE.
           COPY "COMPLAINT-REC.cpy".

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD           PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Final responses due within this many days are flagged
       01  WS-WARN-DAYS                  PIC 9(3) VALUE 10.

       01  WS-TODAY-INT                  PIC 9(7) VALUE 0.
       01  WS-DAYS-LEFT                  PIC S9(5) VALUE 0.

      *> Complaint register scan work fields
       01  WS-COMPLAINT-STATUS           PIC XX VALUE SPACES.
       01  WS-COMPLAINT-EOF              PIC X VALUE "N".
           88  COMPLAINT-AT-EOF          VALUE "Y".
       01  WS-LINE-MARK                  PIC X(15) VALUE SPACES.
       01  WS-ASSIGNED-SHOWN             PIC X(10) VALUE SPACES.

      *> Run totals
       01  WS-OPEN-COUNT                 PIC 9(6) VALUE 0.
       01  WS-ACKNOWLEDGED-COUNT         PIC 9(6) VALUE 0.
       01  WS-ACK-OVERDUE-COUNT          PIC 9(6) VALUE 0.
       01  WS-APPROACHING-COUNT          PIC 9(6) VALUE 0.
       01  WS-PAST-COUNT                 PIC 9(6) VALUE 0.
       01  WS-UNASSIGNED-COUNT           PIC 9(6) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DAYS-DISPLAY               PIC -ZZZ9.

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
           MOVE "COMPLAINT-AGING" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CUSTOMER COMPLAINT AGING REPORT".
           DISPLAY "========================================".

           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)).

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "COMPLAINT AGING - " BDT-BUSINESS-DATE
               " (APPROACHING = FINAL RESPONSE DUE WITHIN "
               WS-WARN-DAYS " DAYS)"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "NUMBER   CUSTOMER   CATEGORY   STATUS       "
               "RECEIVED ACK DUE FINAL DU DAYS LEFT ASSIGNED   "
               "FLAG"
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS = "00"
               MOVE "N" TO WS-COMPLAINT-EOF
               PERFORM READ-COMPLAINT-RECORD
                   UNTIL COMPLAINT-AT-EOF
               CLOSE COMPLAINT-FILE
           ELSE
               MOVE "No complaint register - no complaints on file."
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF.

           PERFORM WRITE-AGING-TOTALS.
           CLOSE AGING-REPORT-FILE.

           COMPUTE WS-COUNT-DISPLAY = WS-OPEN-COUNT
               + WS-ACKNOWLEDGED-COUNT.
           DISPLAY "Unresolved complaints:" WS-COUNT-DISPLAY.
           MOVE WS-ACK-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Acknowledgement late: " WS-COUNT-DISPLAY.
           MOVE WS-APPROACHING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Approaching final:    " WS-COUNT-DISPLAY.
           MOVE WS-PAST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Past final deadline:  " WS-COUNT-DISPLAY.
           DISPLAY "Report written to complaint-aging-report.txt".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "ACKLATE " WS-ACK-OVERDUE-COUNT
               " NEAR " WS-APPROACHING-COUNT
               " PAST " WS-PAST-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       READ-COMPLAINT-RECORD.
           READ COMPLAINT-FILE
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF
               NOT AT END
                   IF CP-STATUS = "OPEN" OR CP-STATUS = "ACKNOWLEDGED"
                       PERFORM REPORT-ONE-COMPLAINT
                   END-IF
           END-READ.

       REPORT-ONE-COMPLAINT.
           IF CP-STATUS = "OPEN"
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               ADD 1 TO WS-ACKNOWLEDGED-COUNT
           END-IF.

           IF CP-ASSIGNED-TO = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
               MOVE "UNASSIGNED" TO WS-ASSIGNED-SHOWN
           ELSE
               MOVE CP-ASSIGNED-TO TO WS-ASSIGNED-SHOWN
           END-IF.

      *> The final-response deadline governs the days left; a missed
      *> acknowledgement is the more urgent flag on an OPEN complaint
      *> until the final deadline itself has gone.
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(CP-FINAL-DUE-DATE)) - WS-TODAY-INT.
           MOVE SPACES TO WS-LINE-MARK.
           IF CP-STATUS = "OPEN"
               AND CP-ACK-DUE-DATE < BDT-BUSINESS-DATE
               ADD 1 TO WS-ACK-OVERDUE-COUNT
               MOVE "*** ACK OVERDUE" TO WS-LINE-MARK
           END-IF.
           IF WS-DAYS-LEFT < 0
               MOVE "*** PAST FINAL" TO WS-LINE-MARK
               ADD 1 TO WS-PAST-COUNT
           ELSE
               IF WS-DAYS-LEFT <= WS-WARN-DAYS
                   IF WS-LINE-MARK = SPACES
                       MOVE "APPROACHING" TO WS-LINE-MARK
                   END-IF
                   ADD 1 TO WS-APPROACHING-COUNT
               END-IF
           END-IF.

           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING CP-COMPLAINT-NUMBER " " CP-CUSTOMER-ID " "
               CP-CATEGORY " " CP-STATUS " " CP-RECEIVED-DATE " "
               CP-ACK-DUE-DATE " " CP-FINAL-DUE-DATE "     "
               WS-DAYS-DISPLAY " " WS-ASSIGNED-SHOWN " "
               WS-LINE-MARK
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Open, not acknowledged:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-ACKNOWLEDGED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Acknowledged, awaiting:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Not yet assigned:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-ACK-OVERDUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "ACKNOWLEDGEMENT OVERDUE: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-APPROACHING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "Approaching final due:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

           MOVE WS-PAST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING "PAST FINAL DEADLINE:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "COMPLAINT-AGING" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "COMPLAINT_AGING" TO AT-ACTION.
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
