       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-SCREEN.
       AUTHOR. Thesis Project.

      *> NAME-SCREEN.cbl
      *> Sanctions Name List Maintenance and Portfolio Rescreen
      *>
      *> The watchlist on sanctions-watchlist.dat catches customers
      *> by ID; the name list on sanctions-name-list.dat catches them
      *> by who they are. Customers are scored against it by name
      *> and country (see NAME-SCREEN-WS.cpy) when CUSTOMER-ONBOARD
      *> creates them and CUSTOMER-UPDATE changes them, and by this
      *> program:
      *>
      *>   LOAD      replaces the name list with the entries in
      *>             <list_file> (80-byte rows in the
      *>             SANCTIONS-NAME-REC.cpy layout; rows without an
      *>             entry ID or a name are skipped) and then rescreens
      *>             the whole portfolio against the new list. Only a
      *>             SUPERVISOR may load a list.
      *>   RESCREEN  screens every customer on the master that is not
      *>             CLOSED or MERGED against the current list.
      *>   CLEAR     puts a customer / list entry pair an analyst has
      *>             investigated and found to be a different person
      *>             on sanctions-cleared-matches.dat, so screening
      *>             never raises that pair again. Only an ANALYST may
      *>             clear a match; the review case itself is closed
      *>             through ANALYST-FEEDBACK as usual.
      *>
      *> A match opens an OPEN case on fraud-case-queue.dat flagged
      *> SANCTIONS_NAME_MATCH with the list entry ID, carrying the
      *> match score; a pair with a case still open is not given a
      *> second one. The threshold is line 1 of name-screen-config.dat
      *> (default 85). Every LOAD, RESCREEN and CLEAR lands on the
      *> shared audit trail.
      *>
      *> Invocation: NAME-SCREEN LOAD <list_file> <supervisor_id>
      *>             NAME-SCREEN RESCREEN
      *>             NAME-SCREEN CLEAR <customer_id> <entry_id>
      *>                  <analyst_id> <reason>
      *> Example: ./name-screen LOAD /tmp/un-consolidated.dat K-0001
      *>          ./name-screen RESCREEN
      *>          ./name-screen CLEAR C-00042 UN-0001234 K-0003
      *>          different date of birth on passport
      *>
      *> Output: sanctions-name-list.dat (LOAD, rewritten),
      *>         sanctions-cleared-matches.dat (CLEAR, appended),
      *>         fraud-case-queue.dat (appended),
      *>         name-screen-report.txt (LOAD and RESCREEN)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT OPERATOR-ROSTER-FILE
               ASSIGN TO FCP-OPERATOR-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPA-ROSTER-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOAD-INPUT-FILE ASSIGN TO WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT SANCTIONS-NAME-FILE ASSIGN TO FCP-SANCTIONS-NAMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-LIST-STATUS.

           SELECT SANCTIONS-NAME-NEW-FILE
               ASSIGN TO "sanctions-name-list.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT CLEARED-MATCH-FILE ASSIGN TO FCP-CLEARED-MATCHES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-CLEARED-STATUS.

           SELECT NAME-SCREEN-CONFIG-FILE
               ASSIGN TO FCP-NAME-SCREEN-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-CONFIG-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-CASE-STATUS.

           SELECT CASE-NUMBER-FILE ASSIGN TO FCP-CASE-NUMBER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-CASE-NUMBER-STATUS.

           SELECT SCREEN-REPORT-FILE
               ASSIGN TO "name-screen-report.txt"
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

       FD  OPERATOR-ROSTER-FILE.
           COPY "OPERATOR-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  LOAD-INPUT-FILE.
       01  LOAD-INPUT-RECORD             PIC X(80).

       FD  SANCTIONS-NAME-FILE.
           COPY "SANCTIONS-NAME-REC.cpy".

       FD  SANCTIONS-NAME-NEW-FILE.
       01  SANCTIONS-NAME-NEW-RECORD     PIC X(80).

       FD  CLEARED-MATCH-FILE.
           COPY "CLEARED-MATCH-REC.cpy".

       FD  NAME-SCREEN-CONFIG-FILE.
       01  NAME-SCREEN-CONFIG-RECORD     PIC X(15).

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-NUMBER-FILE.
       01  CASE-NUMBER-RECORD.
           05  CN-LAST-NUMBER-STR        PIC X(8).

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-RECORD          PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> List load work fields
       01  WS-INPUT-FILENAME             PIC X(100) VALUE SPACES.
       01  WS-INPUT-STATUS               PIC XX VALUE SPACES.
       01  WS-NEW-STATUS                 PIC XX VALUE SPACES.
       01  WS-INPUT-EOF                  PIC X VALUE "N".
           88  INPUT-AT-EOF              VALUE "Y".
       01  WS-LOADED-COUNT               PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Customer master scan work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-EOF                 PIC X VALUE "N".
           88  MASTER-AT-EOF             VALUE "Y".

      *> Run totals
       01  WS-SCREENED-COUNT             PIC 9(6) VALUE 0.
       01  WS-MATCHED-COUNT              PIC 9(6) VALUE 0.
       01  WS-CASES-OPENED               PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-CUSTOMER             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-COMMAND                    PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-ENTRY-ID                   PIC X(10) VALUE SPACES.
       01  WS-CLEAR-REASON               PIC X(30) VALUE SPACES.
       01  WS-ENTRY-FOUND                PIC X VALUE "N".
           88  ENTRY-IS-LISTED           VALUE "Y".

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.
       01  WS-PARSE-PTR                  PIC 9(3) VALUE 1.

      *> Sanctions name screening (scoring and case opening shared
      *> with CUSTOMER-ONBOARD and CUSTOMER-UPDATE)
           COPY "NAME-SCREEN-WS.cpy".

      *> Operator roster authorization (role-based; a missing
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

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
           MOVE "NAME-SCREEN" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SANCTIONS NAME SCREENING".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "LOAD"
                   PERFORM LOAD-NAME-LIST
                   PERFORM RESCREEN-PORTFOLIO
               WHEN "RESCREEN"
                   PERFORM RESCREEN-PORTFOLIO
               WHEN "CLEAR"
                   PERFORM CLEAR-NAME-MATCH
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           DISPLAY "========================================".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: NAME-SCREEN LOAD <list_file> "
               "<supervisor_id>".
           DISPLAY "       NAME-SCREEN RESCREEN".
           DISPLAY "       NAME-SCREEN CLEAR <customer_id> <entry_id> "
               "<analyst_id> <reason>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       LOAD-NAME-LIST.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
                    WS-INPUT-FILENAME
                    WS-OPERATOR-ID
           END-UNSTRING.
           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "NAME_LIST_LOAD" TO WS-AUDIT-ACTION.

           IF WS-INPUT-FILENAME = SPACES OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "SUPERVISOR" TO OPA-REQUIRED-ROLE.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           OPEN INPUT LOAD-INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open "
                   FUNCTION TRIM(WS-INPUT-FILENAME)
               MOVE "REJECTED - NO_INPUT_FILE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           CLOSE LOAD-INPUT-FILE.

      *> The old list stays in force until the new one is complete:
      *> the rows are copied to a work file and swapped into place
      *> under the list's own lock, and an input with no usable row
      *> at all leaves the old list alone.
           MOVE FCP-SANCTIONS-NAMES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: sanctions-name-list.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - LIST_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.
           OPEN INPUT LOAD-INPUT-FILE.
           OPEN OUTPUT SANCTIONS-NAME-NEW-FILE.
           MOVE "N" TO WS-INPUT-EOF.
           PERFORM COPY-ONE-LIST-ROW
               UNTIL INPUT-AT-EOF.
           CLOSE LOAD-INPUT-FILE.
           CLOSE SANCTIONS-NAME-NEW-FILE.

           IF WS-LOADED-COUNT = 0
               PERFORM RELEASE-FILE-LOCK
               DISPLAY "ERROR: " FUNCTION TRIM(WS-INPUT-FILENAME)
                   " holds no entry with an ID and a name - "
                   "list not replaced"
               MOVE "REJECTED - NO_VALID_ENTRIES" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f sanctions-name-list.new "
               FUNCTION TRIM(FCP-SANCTIONS-NAMES)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Name list entries loaded:  " WS-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Rows skipped (no ID/name): " WS-COUNT-DISPLAY.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "LOADED " WS-LOADED-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

       COPY-ONE-LIST-ROW.
           READ LOAD-INPUT-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF
               NOT AT END
                   MOVE LOAD-INPUT-RECORD TO SANCTIONS-NAME-RECORD
                   IF SN-ENTRY-ID = SPACES OR SN-LISTED-NAME = SPACES
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       ADD 1 TO WS-LOADED-COUNT
                       MOVE SANCTIONS-NAME-RECORD
                           TO SANCTIONS-NAME-NEW-RECORD
                       WRITE SANCTIONS-NAME-NEW-RECORD
                   END-IF
           END-READ.

       RESCREEN-PORTFOLIO.
      *> Every live customer against the whole list. Customers
      *> already cleared for an entry, or with a case on it still
      *> open, are counted but get no new case.
           MOVE 0 TO WS-SCREENED-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-CASES-OPENED.
           PERFORM LOAD-NAME-SCREEN-TABLES.
           IF NSC-LIST-TRUNCATED
               DISPLAY "WARNING: name list holds more than "
                   NSC-LIST-MAX " entries - the rest are not screened"
           END-IF.

           OPEN OUTPUT SCREEN-REPORT-FILE.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING "SANCTIONS NAME RESCREEN - "
               BDT-BUSINESS-DATE
               "  THRESHOLD " NSC-THRESHOLD
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO SCREEN-REPORT-RECORD.
           WRITE SCREEN-REPORT-RECORD.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-MASTER-EOF
               PERFORM SCREEN-NEXT-CUSTOMER
                   UNTIL MASTER-AT-EOF
               CLOSE CUSTOMER-MASTER-FILE
           ELSE
               DISPLAY "No customer master found - nothing to screen."
           END-IF.

           PERFORM WRITE-SCREEN-TOTALS.
           CLOSE SCREEN-REPORT-FILE.

           MOVE WS-SCREENED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customers screened:  " WS-COUNT-DISPLAY.
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Customers matched:   " WS-COUNT-DISPLAY.
           MOVE WS-CASES-OPENED TO WS-COUNT-DISPLAY.
           DISPLAY "Review cases opened: " WS-COUNT-DISPLAY.
           DISPLAY "Report written to name-screen-report.txt".

           MOVE "BATCH     " TO WS-AUDIT-CUSTOMER.
           MOVE "NAME_RESCREEN" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "SCREENED " WS-SCREENED-COUNT
               " OPENED " WS-CASES-OPENED
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

       SCREEN-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF CM-STATUS NOT = "CLOSED"
                       AND CM-STATUS NOT = "MERGED"
                       PERFORM SCREEN-ONE-CUSTOMER
                   END-IF
           END-READ.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO WS-SCREENED-COUNT.
           MOVE CM-CUSTOMER-ID TO NSC-CUSTOMER-ID.
           MOVE CM-CUST-NAME TO NSC-CUST-NAME.
           MOVE CM-COUNTRY TO NSC-COUNTRY.
           PERFORM SCREEN-CUSTOMER-NAME.
           IF NSC-MATCH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MATCHED-COUNT.
           ADD NSC-CASES-OPENED TO WS-CASES-OPENED.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING CM-CUSTOMER-ID "  " CM-CUST-NAME(1:30)
               "  BEST " NSC-BEST-ENTRY
               " SCORE " NSC-BEST-SCORE
               "  MATCHES " NSC-MATCH-COUNT
               " OPENED " NSC-CASES-OPENED
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.

       WRITE-SCREEN-TOTALS.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           WRITE SCREEN-REPORT-RECORD.

           MOVE NSC-LIST-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING "List entries:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.

           MOVE WS-SCREENED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING "Customers screened: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.

           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING "Customers matched:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.

           MOVE WS-CASES-OPENED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO SCREEN-REPORT-RECORD.
           STRING "Cases opened:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCREEN-REPORT-RECORD
           END-STRING.
           WRITE SCREEN-REPORT-RECORD.

       CLEAR-NAME-MATCH.
      *> The reason is the rest of the command line, blanks and all.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND WS-CUSTOMER-ID WS-ENTRY-ID
                    WS-OPERATOR-ID
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           MOVE WS-FULL-CMDLINE(WS-PARSE-PTR:) TO WS-CLEAR-REASON.
           MOVE WS-CUSTOMER-ID TO WS-AUDIT-CUSTOMER.
           MOVE "NAME_MATCH_CLEAR" TO WS-AUDIT-ACTION.

           IF WS-CUSTOMER-ID = SPACES OR WS-ENTRY-ID = SPACES
               OR WS-OPERATOR-ID = SPACES OR WS-CLEAR-REASON = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "ANALYST" TO OPA-REQUIRED-ROLE.
           PERFORM CHECK-OPERATOR-AUTH.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM LOAD-NAME-SCREEN-TABLES.

           MOVE "N" TO WS-ENTRY-FOUND.
           PERFORM VARYING NSC-LIST-IX FROM 1 BY 1
               UNTIL NSC-LIST-IX > NSC-LIST-COUNT
               OR ENTRY-IS-LISTED
               IF NSC-LE-ENTRY-ID(NSC-LIST-IX) = WS-ENTRY-ID
                   MOVE "Y" TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF NOT ENTRY-IS-LISTED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-ENTRY-ID)
                   " is not on the sanctions name list"
               MOVE "REJECTED - UNKNOWN_ENTRY" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "N" TO NSC-CLEARED-FOUND.
           PERFORM VARYING NSC-CLEARED-IX FROM 1 BY 1
               UNTIL NSC-CLEARED-IX > NSC-CLEARED-COUNT
               OR NSC-PAIR-CLEARED
               IF NSC-CL-CUSTOMER-ID(NSC-CLEARED-IX) = WS-CUSTOMER-ID
                   AND NSC-CL-ENTRY-ID(NSC-CLEARED-IX) = WS-ENTRY-ID
                   MOVE "Y" TO NSC-CLEARED-FOUND
               END-IF
           END-PERFORM.
           IF NSC-PAIR-CLEARED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " is already cleared against "
                   FUNCTION TRIM(WS-ENTRY-ID)
               MOVE "REJECTED - ALREADY_CLEARED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE FCP-CLEARED-MATCHES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: sanctions-cleared-matches.dat is "
                   "locked - nothing changed; rerun later"
               MOVE "REJECTED - CLEARED_LIST_LOCKED"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN EXTEND CLEARED-MATCH-FILE.
           IF NSC-CLEARED-STATUS = "35"
               OPEN OUTPUT CLEARED-MATCH-FILE
           END-IF.
           MOVE SPACES TO CLEARED-MATCH-RECORD.
           MOVE WS-CUSTOMER-ID TO CL-CUSTOMER-ID.
           MOVE WS-ENTRY-ID TO CL-ENTRY-ID.
           MOVE WS-OPERATOR-ID TO CL-CLEARED-BY.
           MOVE FUNCTION CURRENT-DATE TO CL-CLEARED-TS.
           MOVE BDT-BUSINESS-DATE TO CL-CLEARED-TS(1:8).
           MOVE WS-CLEAR-REASON TO CL-REASON.
           WRITE CLEARED-MATCH-RECORD.
           CLOSE CLEARED-MATCH-FILE.

           PERFORM RELEASE-FILE-LOCK.

           DISPLAY FUNCTION TRIM(WS-CUSTOMER-ID) " cleared against "
               "list entry " FUNCTION TRIM(WS-ENTRY-ID)
               " - it will not be raised again".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "CLEARED " WS-ENTRY-ID
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "NAME-SCREEN" TO AT-PROGRAM-NAME.
           MOVE WS-AUDIT-CUSTOMER TO AT-CUSTOMER-ID.
           MOVE WS-AUDIT-ACTION TO AT-ACTION.
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

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "NAME-SCREEN-PARA.cpy".
