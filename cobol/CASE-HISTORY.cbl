       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-HISTORY.
       AUTHOR. Thesis Project.

      *> CASE-HISTORY.cbl
      *> Fraud Case History Print
      *>
      *> Prints one fraud case from open to close: the case header
      *> off fraud-case-queue.dat (customer, amount, score, flags,
      *> system recommendation, status, current analyst), the
      *> opening of the case, and then every entry on the case
      *> activity log (case-activity.dat) in the order it was made -
      *> analyst notes from CASE-NOTE, assignments from CASE-ASSIGN,
      *> and the disposition from ANALYST-FEEDBACK.
      *>
      *> A case disposed of before the activity log existed has no
      *> DISPOSED entry; its disposition is taken from
      *> analyst-feedback.dat instead, matched on customer ID and
      *> case timestamp the way CASE-AGING-REPORT matches it.
      *>
      *> Invocation: CASE-HISTORY <case_number>
      *> Example: ./case-history 7
      *>
      *> Output: case-history.txt (and the same lines on the console)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-ACTIVITY-FILE ASSIGN TO FCP-CASE-ACTIVITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT FEEDBACK-FILE ASSIGN TO FCP-FEEDBACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

           SELECT HISTORY-REPORT-FILE
               ASSIGN TO "case-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-ACTIVITY-FILE.
           COPY "CASE-ACTIVITY-REC.cpy".

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD         PIC X(150).

       WORKING-STORAGE SECTION.

      *> Case queue work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CASE-FOUND                 PIC X VALUE "N".
           88  CASE-WAS-FOUND            VALUE "Y".
       01  WS-CASE-HEADER                PIC X(144) VALUE SPACES.

      *> Activity log scan work fields
       01  WS-ACTIVITY-STATUS            PIC XX VALUE SPACES.
       01  WS-ACTIVITY-EOF               PIC X VALUE "N".
           88  ACTIVITY-AT-EOF           VALUE "Y".
       01  WS-ACTIVITY-COUNT             PIC 9(5) VALUE 0.
       01  WS-DISPOSED-FOUND             PIC X VALUE "N".
           88  DISPOSED-ENTRY-FOUND      VALUE "Y".

      *> Legacy disposition work fields: a case closed before the
      *> activity log existed is disposed on the feedback file only.
       01  WS-FEEDBACK-STATUS            PIC XX VALUE SPACES.
       01  WS-FEEDBACK-EOF               PIC X VALUE "N".
           88  FEEDBACK-AT-EOF           VALUE "Y".
       01  WS-FEEDBACK-FOUND             PIC X VALUE "N".
           88  FEEDBACK-MATCH-FOUND      VALUE "Y".

      *> Input parameters
       01  WS-CASE-NUMBER                PIC X(8) VALUE SPACES.

      *> Case-number normalization work fields: operators type "7",
      *> the queue stores "00000007" - digits-only input is
      *> right-justified and zero-filled before matching.
       01  WS-CN-TRIMMED                 PIC X(8) VALUE SPACES.
       01  WS-CN-LEN                     PIC 9(2) VALUE 0.
       01  WS-CN-IX                      PIC 9(2) VALUE 0.
       01  WS-CN-DIGITS                  PIC X VALUE "N".
           88  CASE-NUMBER-IS-DIGITS     VALUE "Y".
       01  WS-CN-NUM                     PIC 9(8) VALUE 0.

      *> One history line's inputs, filled in before
      *> PERFORM WRITE-ONE-HISTORY-LINE.
       01  WS-LINE-WHEN                  PIC X(19) VALUE SPACES.
       01  WS-CLOCK-TS                   PIC X(21) VALUE SPACES.
       01  WS-LINE-ACTION                PIC X(10) VALUE SPACES.
       01  WS-LINE-BY                    PIC X(10) VALUE SPACES.
       01  WS-LINE-NOTES                 PIC X(100) VALUE SPACES.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZ,ZZ9.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.

           DISPLAY "========================================".
           DISPLAY "FRAUD CASE HISTORY".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-CASE-NUMBER
           END-UNSTRING.

           IF WS-CASE-NUMBER = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: CASE-HISTORY <case_number>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM NORMALIZE-CASE-NUMBER.

           PERFORM FIND-CASE-BY-NUMBER.

           IF NOT CASE-WAS-FOUND
               DISPLAY "ERROR: No case " WS-CASE-NUMBER
                   " on fraud-case-queue.dat"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HISTORY-REPORT-FILE.

           PERFORM WRITE-CASE-HEADER.

           PERFORM WRITE-CASE-ACTIVITY.

      *> A case closed before the activity log existed still shows
      *> how it ended.
           IF NOT DISPOSED-ENTRY-FOUND
               PERFORM FIND-LEGACY-DISPOSITION
               IF FEEDBACK-MATCH-FOUND
                   PERFORM WRITE-LEGACY-DISPOSITION
               END-IF
           END-IF.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE WS-ACTIVITY-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "Activity entries: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

           CLOSE HISTORY-REPORT-FILE.

           DISPLAY "".
           DISPLAY "Report written to case-history.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       NORMALIZE-CASE-NUMBER.
      *> FRAUD-CHECK issues zero-padded eight-digit case numbers, but
      *> nobody should have to type the leading zeros: digits-only
      *> input is re-expressed in the stored form. Anything else is
      *> left alone and will simply not match.
           MOVE FUNCTION TRIM(WS-CASE-NUMBER) TO WS-CN-TRIMMED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CN-TRIMMED))
               TO WS-CN-LEN.
           IF WS-CN-TRIMMED = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CN-DIGITS.
           PERFORM VARYING WS-CN-IX FROM 1 BY 1
               UNTIL WS-CN-IX > WS-CN-LEN
               OR NOT CASE-NUMBER-IS-DIGITS
               IF WS-CN-TRIMMED(WS-CN-IX:1) NOT NUMERIC
                   MOVE "N" TO WS-CN-DIGITS
               END-IF
           END-PERFORM.

           IF CASE-NUMBER-IS-DIGITS
               MOVE FUNCTION NUMVAL(WS-CN-TRIMMED) TO WS-CN-NUM
               MOVE WS-CN-NUM TO WS-CASE-NUMBER
           END-IF.

       FIND-CASE-BY-NUMBER.
      *> The matching queue record is kept aside, since the legacy
      *> feedback match needs its customer and timestamp after the
      *> queue is closed.
           MOVE "N" TO WS-CASE-FOUND.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-FOR-FIND
               UNTIL CASE-AT-EOF OR CASE-WAS-FOUND.

           CLOSE CASE-QUEUE-FILE.

           IF CASE-WAS-FOUND
               MOVE WS-CASE-HEADER TO CASE-QUEUE-RECORD
           END-IF.

       READ-FOR-FIND.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-CASE-NUMBER = WS-CASE-NUMBER
                       MOVE "Y" TO WS-CASE-FOUND
                       MOVE CASE-QUEUE-RECORD TO WS-CASE-HEADER
                   END-IF
           END-READ.

       WRITE-CASE-HEADER.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "FRAUD CASE HISTORY - CASE " CQ-CASE-NUMBER
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE "----------------------------------------"
               TO HISTORY-REPORT-RECORD.
           PERFORM WRITE-HISTORY-RECORD.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "Customer:        " CQ-CUSTOMER-ID
               "   Amount: " CQ-TXN-AMOUNT-STR
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "Opened:          " CQ-TIMESTAMP
               "   Score: " CQ-FRAUD-SCORE-STR
               "   Recommend: " CQ-RECOMMEND
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "Status:          " CQ-STATUS
               "   Priority: " CQ-PRIORITY
               "   Analyst: " CQ-ANALYST-ID
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "Flags:           " CQ-FRAUD-FLAGS
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

           MOVE SPACES TO HISTORY-REPORT-RECORD.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING "WHEN                 ACTION      BY          "
               "NOTES"
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

      *> The case's first event is FRAUD-CHECK opening it, under the
      *> transaction timestamp.
           MOVE CQ-TIMESTAMP TO WS-LINE-WHEN.
           MOVE " " TO WS-LINE-WHEN(11:1).
           MOVE "OPENED" TO WS-LINE-ACTION.
           MOVE "SYSTEM" TO WS-LINE-BY.
           MOVE SPACES TO WS-LINE-NOTES.
           STRING "System recommended " DELIMITED BY SIZE
               CQ-RECOMMEND DELIMITED BY SPACE
               ", score " DELIMITED BY SIZE
               CQ-FRAUD-SCORE-STR DELIMITED BY SIZE
               INTO WS-LINE-NOTES
           END-STRING.
           PERFORM WRITE-ONE-HISTORY-LINE.

       WRITE-CASE-ACTIVITY.
      *> The activity log is append-only, so file order is the order
      *> things happened in.
           MOVE 0 TO WS-ACTIVITY-COUNT.
           MOVE "N" TO WS-DISPOSED-FOUND.
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
                   IF CA-CASE-NUMBER = WS-CASE-NUMBER
                       PERFORM WRITE-ACTIVITY-ENTRY
                   END-IF
           END-READ.

       WRITE-ACTIVITY-ENTRY.
           ADD 1 TO WS-ACTIVITY-COUNT.
           IF CA-ACTION = "DISPOSED"
               MOVE "Y" TO WS-DISPOSED-FOUND
           END-IF.

           MOVE CA-TIMESTAMP TO WS-CLOCK-TS.
           PERFORM FORMAT-CLOCK-TIMESTAMP.
           MOVE CA-ACTION TO WS-LINE-ACTION.
           MOVE CA-ANALYST-ID TO WS-LINE-BY.
           MOVE CA-NOTES TO WS-LINE-NOTES.
           PERFORM WRITE-ONE-HISTORY-LINE.

       FORMAT-CLOCK-TIMESTAMP.
      *> Activity and feedback timestamps are CURRENT-DATE images
      *> (YYYYMMDDHHMMSS...); show them the way the case queue
      *> shows its own, as YYYY-MM-DD HH:MM:SS.
           MOVE SPACES TO WS-LINE-WHEN.
           STRING WS-CLOCK-TS(1:4) "-" WS-CLOCK-TS(5:2) "-"
               WS-CLOCK-TS(7:2) " " WS-CLOCK-TS(9:2) ":"
               WS-CLOCK-TS(11:2) ":" WS-CLOCK-TS(13:2)
               DELIMITED BY SIZE INTO WS-LINE-WHEN
           END-STRING.

       FIND-LEGACY-DISPOSITION.
           MOVE "N" TO WS-FEEDBACK-FOUND.
           OPEN INPUT FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FEEDBACK-EOF.
           PERFORM READ-FEEDBACK-RECORD
               UNTIL FEEDBACK-AT-EOF OR FEEDBACK-MATCH-FOUND.

           CLOSE FEEDBACK-FILE.

       READ-FEEDBACK-RECORD.
           READ FEEDBACK-FILE
               AT END
                   MOVE "Y" TO WS-FEEDBACK-EOF
               NOT AT END
                   IF AF-CASE-TIMESTAMP = CQ-TIMESTAMP
                       AND AF-CUSTOMER-ID = CQ-CUSTOMER-ID
                       MOVE "Y" TO WS-FEEDBACK-FOUND
                   END-IF
           END-READ.

       WRITE-LEGACY-DISPOSITION.
           MOVE AF-TIMESTAMP TO WS-CLOCK-TS.
           PERFORM FORMAT-CLOCK-TIMESTAMP.
           MOVE "DISPOSED" TO WS-LINE-ACTION.
           MOVE AF-ANALYST-ID TO WS-LINE-BY.
           MOVE SPACES TO WS-LINE-NOTES.
           STRING AF-ANALYST-DECISION DELIMITED BY SPACE
               " - was " DELIMITED BY SIZE
               AF-ORIGINAL-RECOMMEND DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               AF-NOTES DELIMITED BY SIZE
               INTO WS-LINE-NOTES
           END-STRING.
           PERFORM WRITE-ONE-HISTORY-LINE.

       WRITE-ONE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-REPORT-RECORD.
           STRING WS-LINE-WHEN
               "  " WS-LINE-ACTION
               "  " WS-LINE-BY
               "  " WS-LINE-NOTES
               DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
           END-STRING.
           PERFORM WRITE-HISTORY-RECORD.

       WRITE-HISTORY-RECORD.
      *> Every line goes to the report file and, since a history is
      *> usually pulled up while the analyst is on the case, to the
      *> console as well.
           WRITE HISTORY-REPORT-RECORD.
           DISPLAY FUNCTION TRIM(HISTORY-REPORT-RECORD TRAILING).

       COPY "FILE-CONFIG-PARA.cpy".
