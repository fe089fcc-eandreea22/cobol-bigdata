      *> holds the limit in days as a 4-digit number ("0007" = 7 days).
      *> A missing config file defaults to 7 days.
      *>
      *> A stale commitment approved on conditions
      *> (loan-conditions.dat) has each condition still OPEN listed
      *> under it, with the officer who set it - usually the reason
      *> the money has not gone out.
      *>
      *> Invocation: PENDING-FUNDING-REPORT
      *> Example: ./pending-funding-report
      *>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDING-CFG-STATUS.

           SELECT LOAN-CONDITION-FILE ASSIGN TO FCP-LOAN-CONDITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCN-FILE-STATUS.

           SELECT FUNDING-REPORT-FILE
               ASSIGN TO "pending-funding-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  FUNDING-CONFIG-RECORD.
           05  FC-STALE-DAYS-STR         PIC X(4).

       FD  LOAN-CONDITION-FILE.
           COPY "LOAN-CONDITION-REC.cpy".

       FD  FUNDING-REPORT-FILE.
       01  FUNDING-REPORT-RECORD         PIC X(100).

       01  WS-PENDING-COUNT              PIC 9(6) VALUE 0.
       01  WS-PENDING-TOTAL              PIC 9(12)V99 VALUE 0.
       01  WS-STALE-COUNT                PIC 9(6) VALUE 0.
       01  WS-HELD-BY-COND-COUNT         PIC 9(6) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DAYS-DISPLAY               PIC ZZ,ZZ9.
       01  WS-STALE-MARK                 PIC X(7) VALUE SPACES.
       01  WS-DETAIL-HEADER-DONE         PIC X VALUE "N".
       01  WS-MORE-DISPLAY               PIC ZZ9.

      *> Loan conditions to fund (attached at approval, cleared by
      *> a second operator through CONDITION-CLEAR)
           COPY "LOAN-CONDITION-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Shared file lock discipline (serialized writers, bounded
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "PENDING-FUNDING-REPORT" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "PENDING FUNDING REPORT".
           END-STRING.
           WRITE FUNDING-REPORT-RECORD.

           IF WS-STALE-MARK NOT = SPACES
               PERFORM REPORT-OPEN-CONDITIONS
           END-IF.

       REPORT-OPEN-CONDITIONS.
      *> What is holding a stale commitment up, when it is waiting
      *> on conditions rather than on somebody to send the money.
           MOVE LB-CUSTOMER-ID TO LCN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO LCN-LOAN-TIMESTAMP.
           PERFORM FIND-OPEN-CONDITIONS.
           IF LCN-OPEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-HELD-BY-COND-COUNT.
           PERFORM WRITE-OPEN-CONDITION-LINE
               VARYING LCN-OPEN-IX FROM 1 BY 1
               UNTIL LCN-OPEN-IX > LCN-OPEN-COUNT
                   OR LCN-OPEN-IX > 10.
           IF LCN-OPEN-COUNT > 10
               COMPUTE WS-MORE-DISPLAY = LCN-OPEN-COUNT - 10
               MOVE SPACES TO FUNDING-REPORT-RECORD
               STRING "            ... and " WS-MORE-DISPLAY
                   " more open condition(s)"
                   DELIMITED BY SIZE INTO FUNDING-REPORT-RECORD
               END-STRING
               WRITE FUNDING-REPORT-RECORD
           END-IF.

       WRITE-OPEN-CONDITION-LINE.
           MOVE SPACES TO FUNDING-REPORT-RECORD.
           STRING "            OPEN CONDITION " DELIMITED BY SIZE
               LCN-OPEN-NAME(LCN-OPEN-IX) DELIMITED BY SIZE
               " SET BY " DELIMITED BY SIZE
               LCN-OPEN-SET-BY(LCN-OPEN-IX) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               LCN-OPEN-SET-DATE(LCN-OPEN-IX) DELIMITED BY SIZE
               INTO FUNDING-REPORT-RECORD
           END-STRING.
           WRITE FUNDING-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO FUNDING-REPORT-RECORD.
           WRITE FUNDING-REPORT-RECORD.
           END-STRING.
           WRITE FUNDING-REPORT-RECORD.

           MOVE WS-HELD-BY-COND-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO FUNDING-REPORT-RECORD.
           STRING "  held by conditions:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO FUNDING-REPORT-RECORD
           END-STRING.
           WRITE FUNDING-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LOAN-CONDITION-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
