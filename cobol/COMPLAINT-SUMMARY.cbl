       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-SUMMARY.
       AUTHOR. Thesis Project.

      *> COMPLAINT-SUMMARY.cbl
      *> Monthly Customer Complaint Summary
      *>
      *> Reads complaint-register.dat and counts a month's
      *> complaints by category and by root cause, for the
      *> complaints committee and the regulatory return:
      *>   - complaints RECEIVED in the month, by category, with how
      *>     many of them are still unresolved;
      *>   - complaints RESOLVED in the month, by category: the
      *>     outcome (UPHELD, PARTIAL, REJECTED), how many final
      *>     responses went out after their due date, and the
      *>     redress paid;
      *>   - the same resolved complaints by root cause, so the
      *>     process, system and staff failures behind upheld
      *>     complaints stand out.
      *>
      *> Invocation: COMPLAINT-SUMMARY [YYYYMM]
      *> Example: ./complaint-summary 202609
      *>   Without a period, the business date's month is reported.
      *>
      *> Output: complaint-summary.txt

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

           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO "complaint-summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  COMPLAINT-FILE.
           COPY "COMPLAINT-REC.cpy".

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.

      *> Register scan work fields
       01  WS-COMPLAINT-STATUS           PIC XX VALUE SPACES.
       01  WS-COMPLAINT-EOF              PIC X VALUE "N".
           88  COMPLAINT-AT-EOF          VALUE "Y".

      *> Period selection - the business month when none is given
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> The complaint categories, in the order they are reported.
      *> Anything unrecognized is counted under OTHER, the last.
       01  WS-CATEGORY-NAMES.
           05  FILLER PIC X(10) VALUE "DECLINE".
           05  FILLER PIC X(10) VALUE "LATE-FEE".
           05  FILLER PIC X(10) VALUE "FRAUD-HOLD".
           05  FILLER PIC X(10) VALUE "COLLECTION".
           05  FILLER PIC X(10) VALUE "SERVICE".
           05  FILLER PIC X(10) VALUE "OTHER".
       01  WS-CATEGORY-NAME-LIST REDEFINES WS-CATEGORY-NAMES.
           05  WS-CATEGORY-NAME OCCURS 6 TIMES PIC X(10).
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 6 TIMES.
               10  WS-CAT-RECEIVED       PIC 9(5).
               10  WS-CAT-UNRESOLVED     PIC 9(5).
               10  WS-CAT-RESOLVED       PIC 9(5).
               10  WS-CAT-UPHELD         PIC 9(5).
               10  WS-CAT-PARTIAL        PIC 9(5).
               10  WS-CAT-REJECTED       PIC 9(5).
               10  WS-CAT-LATE           PIC 9(5).
               10  WS-CAT-REDRESS-COUNT  PIC 9(5).
               10  WS-CAT-REDRESS-TOTAL  PIC 9(10)V99.
       01  WS-CAT-IX                     PIC 9(2) VALUE 0.
       01  WS-CAT-HIT                    PIC 9(2) VALUE 0.

      *> The root causes, in the order they are reported
       01  WS-CAUSE-NAMES.
           05  FILLER PIC X(12) VALUE "PROCESS".
           05  FILLER PIC X(12) VALUE "SYSTEM".
           05  FILLER PIC X(12) VALUE "STAFF".
           05  FILLER PIC X(12) VALUE "POLICY".
           05  FILLER PIC X(12) VALUE "THIRD-PARTY".
           05  FILLER PIC X(12) VALUE "NO-FAULT".
       01  WS-CAUSE-NAME-LIST REDEFINES WS-CAUSE-NAMES.
           05  WS-CAUSE-NAME OCCURS 6 TIMES PIC X(12).
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENTRY OCCURS 6 TIMES.
               10  WS-CAUSE-RESOLVED     PIC 9(5).
               10  WS-CAUSE-UPHELD       PIC 9(5).
               10  WS-CAUSE-PARTIAL      PIC 9(5).
               10  WS-CAUSE-REJECTED     PIC 9(5).
               10  WS-CAUSE-REDRESS-TOTAL PIC 9(10)V99.
       01  WS-CAUSE-IX                   PIC 9(2) VALUE 0.
       01  WS-CAUSE-HIT                  PIC 9(2) VALUE 0.

      *> Whole-register totals for the period
       01  WS-TOTAL-RECEIVED             PIC 9(5) VALUE 0.
       01  WS-TOTAL-UNRESOLVED           PIC 9(5) VALUE 0.
       01  WS-TOTAL-RESOLVED             PIC 9(5) VALUE 0.
       01  WS-TOTAL-UPHELD               PIC 9(5) VALUE 0.
       01  WS-TOTAL-PARTIAL              PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJECTED             PIC 9(5) VALUE 0.
       01  WS-TOTAL-LATE                 PIC 9(5) VALUE 0.
       01  WS-TOTAL-REDRESS-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-REDRESS              PIC 9(10)V99 VALUE 0.

      *> One complaint's redress
       01  WS-REDRESS-AMOUNT             PIC 9(10)V99 VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY-1            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-3            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-4            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-5            PIC ZZ,ZZ9.
       01  WS-COUNT-DISPLAY-6            PIC ZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.

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
           DISPLAY "CUSTOMER COMPLAINT SUMMARY".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD = SPACES
               MOVE BDT-BUSINESS-DATE(1:6) TO WS-PERIOD
           END-IF.
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: COMPLAINT-SUMMARY [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-CATEGORY-TABLE.
           INITIALIZE WS-CAUSE-TABLE.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM SCAN-COMPLAINTS.
           PERFORM WRITE-RECEIVED-SECTION.
           PERFORM WRITE-RESOLVED-SECTION.
           PERFORM WRITE-CAUSE-SECTION.
           CLOSE SUMMARY-REPORT-FILE.

           DISPLAY "Received in " WS-PERIOD ":  " WS-TOTAL-RECEIVED.
           DISPLAY "Resolved in " WS-PERIOD ":  " WS-TOTAL-RESOLVED.
           DISPLAY "Report written to complaint-summary.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "CUSTOMER COMPLAINTS - PERIOD " WS-PERIOD
               " - AS OF " BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.

       SCAN-COMPLAINTS.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-COMPLAINT-STATUS NOT = "00"
               MOVE SPACES TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               MOVE "  (no complaints on file)"
                   TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-COMPLAINT-EOF.
           PERFORM READ-COMPLAINT-RECORD
               UNTIL COMPLAINT-AT-EOF.

           CLOSE COMPLAINT-FILE.

       READ-COMPLAINT-RECORD.
           READ COMPLAINT-FILE
               AT END
                   MOVE "Y" TO WS-COMPLAINT-EOF
               NOT AT END
                   IF CP-RECEIVED-DATE(1:6) = WS-PERIOD
                       OR (CP-STATUS = "RESOLVED"
                           AND CP-RESOLVED-DATE(1:6) = WS-PERIOD)
                       PERFORM TALLY-ONE-COMPLAINT
                   END-IF
           END-READ.

       TALLY-ONE-COMPLAINT.
      *> A complaint received and resolved in the same month counts
      *> in both the received and the resolved sections.
           MOVE 6 TO WS-CAT-HIT.
           PERFORM MATCH-CATEGORY-SLOT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 5.

           IF CP-RECEIVED-DATE(1:6) = WS-PERIOD
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT-HIT)
               ADD 1 TO WS-TOTAL-RECEIVED
               IF CP-STATUS NOT = "RESOLVED"
                   ADD 1 TO WS-CAT-UNRESOLVED(WS-CAT-HIT)
                   ADD 1 TO WS-TOTAL-UNRESOLVED
               END-IF
           END-IF.

           IF CP-STATUS = "RESOLVED"
               AND CP-RESOLVED-DATE(1:6) = WS-PERIOD
               PERFORM TALLY-RESOLUTION
           END-IF.

       MATCH-CATEGORY-SLOT.
           IF WS-CATEGORY-NAME(WS-CAT-IX) = CP-CATEGORY
               MOVE WS-CAT-IX TO WS-CAT-HIT
           END-IF.

       MATCH-CAUSE-SLOT.
           IF WS-CAUSE-NAME(WS-CAUSE-IX) = CP-ROOT-CAUSE
               MOVE WS-CAUSE-IX TO WS-CAUSE-HIT
           END-IF.

       TALLY-RESOLUTION.
           MOVE FUNCTION NUMVAL(CP-REDRESS-STR) TO WS-REDRESS-AMOUNT.

           ADD 1 TO WS-CAT-RESOLVED(WS-CAT-HIT).
           ADD 1 TO WS-TOTAL-RESOLVED.
           EVALUATE CP-OUTCOME
               WHEN "UPHELD"
                   ADD 1 TO WS-CAT-UPHELD(WS-CAT-HIT)
                   ADD 1 TO WS-TOTAL-UPHELD
               WHEN "PARTIAL"
                   ADD 1 TO WS-CAT-PARTIAL(WS-CAT-HIT)
                   ADD 1 TO WS-TOTAL-PARTIAL
               WHEN OTHER
                   ADD 1 TO WS-CAT-REJECTED(WS-CAT-HIT)
                   ADD 1 TO WS-TOTAL-REJECTED
           END-EVALUATE.
           IF CP-RESOLVED-DATE > CP-FINAL-DUE-DATE
               ADD 1 TO WS-CAT-LATE(WS-CAT-HIT)
               ADD 1 TO WS-TOTAL-LATE
           END-IF.
           IF WS-REDRESS-AMOUNT > 0
               ADD 1 TO WS-CAT-REDRESS-COUNT(WS-CAT-HIT)
               ADD 1 TO WS-TOTAL-REDRESS-COUNT
               ADD WS-REDRESS-AMOUNT
                   TO WS-CAT-REDRESS-TOTAL(WS-CAT-HIT)
               ADD WS-REDRESS-AMOUNT TO WS-TOTAL-REDRESS
           END-IF.

           MOVE 0 TO WS-CAUSE-HIT.
           PERFORM MATCH-CAUSE-SLOT
               VARYING WS-CAUSE-IX FROM 1 BY 1
               UNTIL WS-CAUSE-IX > 6 OR WS-CAUSE-HIT > 0.
           IF WS-CAUSE-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAUSE-RESOLVED(WS-CAUSE-HIT).
           EVALUATE CP-OUTCOME
               WHEN "UPHELD"
                   ADD 1 TO WS-CAUSE-UPHELD(WS-CAUSE-HIT)
               WHEN "PARTIAL"
                   ADD 1 TO WS-CAUSE-PARTIAL(WS-CAUSE-HIT)
               WHEN OTHER
                   ADD 1 TO WS-CAUSE-REJECTED(WS-CAUSE-HIT)
           END-EVALUATE.
           ADD WS-REDRESS-AMOUNT
               TO WS-CAUSE-REDRESS-TOTAL(WS-CAUSE-HIT).

       WRITE-RECEIVED-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "COMPLAINTS RECEIVED IN THE PERIOD BY CATEGORY"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "  CATEGORY   RECEIVD UNRESLV"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.

           PERFORM WRITE-RECEIVED-LINE
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 6.

           MOVE WS-TOTAL-RECEIVED TO WS-COUNT-DISPLAY-1.
           MOVE WS-TOTAL-UNRESOLVED TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  ALL        " WS-COUNT-DISPLAY-1
               "  " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       WRITE-RECEIVED-LINE.
           MOVE WS-CAT-RECEIVED(WS-CAT-IX) TO WS-COUNT-DISPLAY-1.
           MOVE WS-CAT-UNRESOLVED(WS-CAT-IX) TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  " WS-CATEGORY-NAME(WS-CAT-IX) " "
               WS-COUNT-DISPLAY-1 "  " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       WRITE-RESOLVED-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "COMPLAINTS RESOLVED IN THE PERIOD BY CATEGORY"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  CATEGORY   RESOLVD  UPHELD PARTIAL  REJECT"
               "    LATE REDRESS    REDRESS PAID"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           PERFORM WRITE-RESOLVED-LINE
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 6.

           MOVE WS-TOTAL-RESOLVED TO WS-COUNT-DISPLAY-1.
           MOVE WS-TOTAL-UPHELD TO WS-COUNT-DISPLAY-2.
           MOVE WS-TOTAL-PARTIAL TO WS-COUNT-DISPLAY-3.
           MOVE WS-TOTAL-REJECTED TO WS-COUNT-DISPLAY-4.
           MOVE WS-TOTAL-LATE TO WS-COUNT-DISPLAY-5.
           MOVE WS-TOTAL-REDRESS-COUNT TO WS-COUNT-DISPLAY-6.
           MOVE WS-TOTAL-REDRESS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  ALL        " WS-COUNT-DISPLAY-1
               "  " WS-COUNT-DISPLAY-2 "  " WS-COUNT-DISPLAY-3
               "  " WS-COUNT-DISPLAY-4 "  " WS-COUNT-DISPLAY-5
               "  " WS-COUNT-DISPLAY-6 " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "  LATE = final response given after its due date."
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.

       WRITE-RESOLVED-LINE.
           MOVE WS-CAT-RESOLVED(WS-CAT-IX) TO WS-COUNT-DISPLAY-1.
           MOVE WS-CAT-UPHELD(WS-CAT-IX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-CAT-PARTIAL(WS-CAT-IX) TO WS-COUNT-DISPLAY-3.
           MOVE WS-CAT-REJECTED(WS-CAT-IX) TO WS-COUNT-DISPLAY-4.
           MOVE WS-CAT-LATE(WS-CAT-IX) TO WS-COUNT-DISPLAY-5.
           MOVE WS-CAT-REDRESS-COUNT(WS-CAT-IX) TO WS-COUNT-DISPLAY-6.
           MOVE WS-CAT-REDRESS-TOTAL(WS-CAT-IX) TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  " WS-CATEGORY-NAME(WS-CAT-IX) " "
               WS-COUNT-DISPLAY-1
               "  " WS-COUNT-DISPLAY-2 "  " WS-COUNT-DISPLAY-3
               "  " WS-COUNT-DISPLAY-4 "  " WS-COUNT-DISPLAY-5
               "  " WS-COUNT-DISPLAY-6 " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       WRITE-CAUSE-SECTION.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE "COMPLAINTS RESOLVED IN THE PERIOD BY ROOT CAUSE"
               TO SUMMARY-REPORT-RECORD.
           WRITE SUMMARY-REPORT-RECORD.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  ROOT CAUSE   RESOLVD  UPHELD PARTIAL  REJECT"
               "    REDRESS PAID"
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

           PERFORM WRITE-CAUSE-LINE
               VARYING WS-CAUSE-IX FROM 1 BY 1
               UNTIL WS-CAUSE-IX > 6.

       WRITE-CAUSE-LINE.
           MOVE WS-CAUSE-RESOLVED(WS-CAUSE-IX) TO WS-COUNT-DISPLAY-1.
           MOVE WS-CAUSE-UPHELD(WS-CAUSE-IX) TO WS-COUNT-DISPLAY-2.
           MOVE WS-CAUSE-PARTIAL(WS-CAUSE-IX) TO WS-COUNT-DISPLAY-3.
           MOVE WS-CAUSE-REJECTED(WS-CAUSE-IX) TO WS-COUNT-DISPLAY-4.
           MOVE WS-CAUSE-REDRESS-TOTAL(WS-CAUSE-IX)
               TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-REPORT-RECORD.
           STRING "  " WS-CAUSE-NAME(WS-CAUSE-IX) " "
               WS-COUNT-DISPLAY-1
               "  " WS-COUNT-DISPLAY-2 "  " WS-COUNT-DISPLAY-3
               "  " WS-COUNT-DISPLAY-4 "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-RECORD
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".
