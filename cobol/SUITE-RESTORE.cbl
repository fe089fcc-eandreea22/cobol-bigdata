       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-RESTORE.
       AUTHOR. Thesis Project.

      *> SUITE-RESTORE.cbl
      *> Suite-Wide Point-In-Time Restore
      *>
      *> Puts every data file in the suite back as SUITE-BACKUP took
      *> it for one business date and tag - the whole set or
      *> nothing, since one file restored on its own leaves the
      *> suite inconsistent. A supervisor must run it, and it
      *> refuses, touching no live file, unless:
      *>   - the catalog shows the set COMPLETE (a PARTIAL or PURGED
      *>     set is never restored);
      *>   - the set's manifest is whole: a trailer naming this set,
      *>     listing as many files as the catalog and the manifest
      *>     hold, with a checksum matching the file rows;
      *>   - every copy in the set recounts and rechecksums to its
      *>     manifest row;
      *>   - every file configured today has a row in the manifest
      *>     (taken the same way it would be taken now).
      *> It then takes a safety set of the live files (SUITE-BACKUP
      *> RSTR) and refuses if that fails, so a restore can itself be
      *> undone. Only then is each file put back under its own lock:
      *> flat copies copied back, unloaded indexed files reloaded
      *> (rebuilding their keys, as CUSTMAST-UTIL RELOAD does), and
      *> files the set recorded as ABSENT removed.
      *>
      *> The audit trail is verified with the rest but never rolled
      *> back: it is append-only, and the restore itself is recorded
      *> on it. Today's own RSTR set cannot be restored, since the
      *> safety set would replace it first.
      *>
      *> Invocation: SUITE-RESTORE <YYYYMMDD> <PRE|POST|RSTR>
      *>                           <supervisor_id>
      *> Example: ./suite-restore 20261014 POST SUP0001
      *>
      *> Output: every configured data file (restored); the safety
      *>         set <backup dir>/<business date>-RSTR

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

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO FCP-TXN-HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SET-COPY-FILE ASSIGN TO BKS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

           SELECT BACKUP-SCAN-FILE ASSIGN TO BKS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKS-SCAN-STATUS.

           SELECT BACKUP-MANIFEST-FILE ASSIGN TO BKS-MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO FCP-BACKUP-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKS-CATALOG-STATUS.

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

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "TXN-HISTORY-REC.cpy".

       FD  SET-COPY-FILE.
       01  SET-COPY-RECORD               PIC X(1024).

       FD  BACKUP-SCAN-FILE.
       01  BACKUP-SCAN-RECORD            PIC X(1024).

       FD  BACKUP-MANIFEST-FILE.
           COPY "BACKUP-MANIFEST-REC.cpy".

       FD  BACKUP-CATALOG-FILE.
           COPY "BACKUP-CATALOG-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Indexed file reload work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-POSITION-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-COPY-STATUS                PIC XX VALUE SPACES.
       01  WS-COPY-EOF                   PIC X VALUE "N".
           88  COPY-AT-EOF               VALUE "Y".
       01  WS-RELOAD-COUNT               PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT               PIC 9(9) VALUE 0.

      *> Manifest work fields
       01  WS-MANIFEST-STATUS            PIC XX VALUE SPACES.
       01  WS-MANIFEST-EOF               PIC X VALUE "N".
           88  MANIFEST-AT-EOF           VALUE "Y".
       01  WS-TRAILER-FLAG               PIC X VALUE "N".
           88  TRAILER-SEEN              VALUE "Y".
       01  WS-MANIFEST-BAD-FLAG          PIC X VALUE "N".
           88  MANIFEST-IS-BAD           VALUE "Y".
       01  WS-TRAILER-NAME               PIC X(40) VALUE SPACES.
       01  WS-TRAILER-COUNT              PIC X(9) VALUE SPACES.
       01  WS-TRAILER-CHECKSUM           PIC X(8) VALUE SPACES.
       01  WS-EXPECT-COUNT               PIC 9(9) VALUE 0.
       01  WS-EXPECT-CHECKSUM            PIC 9(8) VALUE 0.

      *> Verification and restore tallies
       01  WS-MISMATCH-COUNT             PIC 9(3) VALUE 0.
       01  WS-UNCOVERED-COUNT            PIC 9(3) VALUE 0.
       01  WS-RESTORED-COUNT             PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(3) VALUE 0.
       01  WS-ERROR-COUNT                PIC 9(3) VALUE 0.
       01  WS-ROW-FOUND                  PIC X VALUE "N".
           88  ROW-IS-LISTED             VALUE "Y".
       01  WS-STEP-FLAG                  PIC X VALUE "N".
           88  STEP-FAILED               VALUE "Y".
       01  WS-CHECK-RESULT               PIC X(12) VALUE SPACES.

      *> Shell command work fields
       01  WS-CMD                        PIC X(600) VALUE SPACES.
       01  WS-CMD-RESULT                 PIC 9(4) VALUE 0.

      *> Display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01  WS-FILE-DISPLAY               PIC X(40) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-SET-DATE                   PIC X(10) VALUE SPACES.
       01  WS-SET-TAG                    PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Full command line
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Suite backup sets (shared with SUITE-BACKUP: file list,
      *> set naming, checksum fold, catalog)
           COPY "BACKUP-SET-WS.cpy".

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
      *> The logical names live in the configuration fields' VALUEs
      *> and must be saved before the configured paths replace them.
           PERFORM CAPTURE-LOGICAL-NAMES.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "SUITE-RESTORE" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SUITE POINT-IN-TIME RESTORE".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-SET-DATE
                    WS-SET-TAG
                    WS-OPERATOR-ID
           END-UNSTRING.

           IF WS-SET-DATE = SPACES OR WS-SET-TAG = SPACES
               OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-SET-DATE(1:8) NOT NUMERIC
               OR WS-SET-DATE(9:2) NOT = SPACES
               OR (WS-SET-TAG NOT = "PRE" AND NOT = "POST"
                   AND NOT = "RSTR")
               DISPLAY "ERROR: No such backup set "
                   FUNCTION TRIM(WS-SET-DATE) "-"
                   FUNCTION TRIM(WS-SET-TAG)
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - BAD_SET_NAME" TO WS-AUDIT-OUTCOME
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

           MOVE WS-SET-DATE TO BKS-SET-DATE.
           MOVE WS-SET-TAG TO BKS-SET-TAG.
           PERFORM BUILD-SET-NAMES.
           DISPLAY "Backup set: " FUNCTION TRIM(BKS-SET-NAME)
               " in " FUNCTION TRIM(BKS-SET-DIR).
           DISPLAY "Requested by: " FUNCTION TRIM(WS-OPERATOR-ID).
           DISPLAY "".

           IF BKS-SET-DATE = BDT-BUSINESS-DATE
               AND BKS-SET-TAG = "RSTR"
               DISPLAY "ERROR: Today's safety set cannot be restored"
               DISPLAY "The safety backup taken first would replace it"
               MOVE "REFUSED - SAFETY_SET" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM CHECK-CATALOG-ENTRY.
           PERFORM LOAD-SET-MANIFEST.
           PERFORM VERIFY-SET-COPIES.
           PERFORM VERIFY-SET-COVERAGE.

           DISPLAY "".
           DISPLAY "Set " FUNCTION TRIM(BKS-SET-NAME)
               " verified against its manifest".

      *> Everything about to be overwritten is saved first; no
      *> safety set, no restore.
           MOVE "./suite-backup RSTR" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               DISPLAY "ERROR: Safety backup of the live files failed "
                   "(code " WS-CMD-RESULT ") - nothing restored"
               MOVE "REFUSED - SAFETY_BACKUP" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           DISPLAY "".
           DISPLAY "Restoring " FUNCTION TRIM(BKS-SET-NAME) ":".
           PERFORM RESTORE-ONE-FILE
               VARYING BKS-MANIFEST-IX FROM 1 BY 1
               UNTIL BKS-MANIFEST-IX > BKS-MANIFEST-COUNT.

           DISPLAY "".
           MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Files restored:     " WS-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Files left as is:   " WS-COUNT-DISPLAY.
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Files failed:       " WS-COUNT-DISPLAY.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF WS-ERROR-COUNT > 0
               DISPLAY "WARNING: Restore incomplete - safety set "
                   BDT-BUSINESS-DATE "-RSTR holds the files as they "
                   "were before this run"
               DISPLAY "========================================"
               STRING "FAILED " BKS-SET-NAME " ERR " WS-ERROR-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Suite restored to " FUNCTION TRIM(BKS-SET-NAME).
           DISPLAY "========================================".
           STRING "RESTORED " BKS-SET-NAME " FILES "
               WS-RESTORED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: SUITE-RESTORE <YYYYMMDD> <PRE|POST|RSTR> "
               "<supervisor_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       CHECK-CATALOG-ENTRY.
           PERFORM LOAD-BACKUP-CATALOG.
           PERFORM FIND-CATALOG-ENTRY.
           IF BKS-CATALOG-FOUND-IX = 0
               DISPLAY "ERROR: Set " FUNCTION TRIM(BKS-SET-NAME)
                   " is not on the backup catalog"
               MOVE "REFUSED - NO_SUCH_SET" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           IF BK-SET-PURGED
               DISPLAY "ERROR: Set " FUNCTION TRIM(BKS-SET-NAME)
                   " was purged on " BK-PURGED-DATE
               MOVE "REFUSED - SET_PURGED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           IF NOT BK-SET-COMPLETE
               DISPLAY "ERROR: Set " FUNCTION TRIM(BKS-SET-NAME)
                   " is " FUNCTION TRIM(BK-STATUS)
                   " - a partial set is never restored"
               MOVE "REFUSED - SET_PARTIAL" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       LOAD-SET-MANIFEST.
           OPEN INPUT BACKUP-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open "
                   FUNCTION TRIM(BKS-MANIFEST-NAME)
               MOVE "REFUSED - NO_MANIFEST" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE 0 TO BKS-MANIFEST-COUNT.
           MOVE "N" TO WS-TRAILER-FLAG.
           MOVE "N" TO WS-MANIFEST-BAD-FLAG.
           MOVE "N" TO WS-MANIFEST-EOF.
           PERFORM READ-MANIFEST-ROW
               UNTIL MANIFEST-AT-EOF.
           CLOSE BACKUP-MANIFEST-FILE.

      *> The trailer must close the manifest, name this set, count
      *> its file rows, agree with the catalog, and fold to the
      *> rows above it.
           PERFORM FOLD-MANIFEST-ROWS.
           MOVE BKS-MANIFEST-COUNT TO WS-EXPECT-COUNT.
           IF NOT TRAILER-SEEN
               OR WS-TRAILER-NAME NOT = BKS-SET-NAME
               OR WS-TRAILER-COUNT NOT NUMERIC
               OR WS-TRAILER-CHECKSUM NOT NUMERIC
               MOVE "Y" TO WS-MANIFEST-BAD-FLAG
           ELSE
               IF FUNCTION NUMVAL(WS-TRAILER-COUNT) NOT =
                   WS-EXPECT-COUNT
                   OR FUNCTION NUMVAL(WS-TRAILER-CHECKSUM) NOT =
                   BKS-ROW-CHECKSUM
                   OR BK-FILE-COUNT NOT NUMERIC
                   MOVE "Y" TO WS-MANIFEST-BAD-FLAG
               ELSE
                   IF FUNCTION NUMVAL(BK-FILE-COUNT) NOT =
                       WS-EXPECT-COUNT
                       MOVE "Y" TO WS-MANIFEST-BAD-FLAG
                   END-IF
               END-IF
           END-IF.

           IF MANIFEST-IS-BAD
               DISPLAY "ERROR: Manifest of " FUNCTION TRIM(BKS-SET-NAME)
                   " is truncated or altered"
               MOVE "REFUSED - MANIFEST_BAD" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       READ-MANIFEST-ROW.
           READ BACKUP-MANIFEST-FILE
               AT END
                   MOVE "Y" TO WS-MANIFEST-EOF
               NOT AT END
                   IF TRAILER-SEEN
                       MOVE "Y" TO WS-MANIFEST-BAD-FLAG
                   END-IF
                   EVALUATE TRUE
                       WHEN BM-TRAILER-ROW
                           MOVE "Y" TO WS-TRAILER-FLAG
                           MOVE BM-LOGICAL-NAME TO WS-TRAILER-NAME
                           MOVE BM-RECORD-COUNT TO WS-TRAILER-COUNT
                           MOVE BM-CHECKSUM TO WS-TRAILER-CHECKSUM
                       WHEN BM-FILE-ROW
                           AND BKS-MANIFEST-COUNT < BKS-MANIFEST-MAX
                           ADD 1 TO BKS-MANIFEST-COUNT
                           MOVE BACKUP-MANIFEST-RECORD TO
                               BKS-MANIFEST-ENTRY(BKS-MANIFEST-COUNT)
                       WHEN OTHER
                           MOVE "Y" TO WS-MANIFEST-BAD-FLAG
                   END-EVALUATE
           END-READ.

       VERIFY-SET-COPIES.
           DISPLAY "Verifying copies:".
           MOVE 0 TO WS-MISMATCH-COUNT.
           PERFORM VERIFY-ONE-COPY
               VARYING BKS-MANIFEST-IX FROM 1 BY 1
               UNTIL BKS-MANIFEST-IX > BKS-MANIFEST-COUNT.

           IF WS-MISMATCH-COUNT > 0
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ERROR: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " file(s) in the set do not match the manifest"
               MOVE "REFUSED - FILE_MISMATCH" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       VERIFY-ONE-COPY.
           MOVE BKS-MANIFEST-ENTRY(BKS-MANIFEST-IX)
               TO BACKUP-MANIFEST-RECORD.
           MOVE BM-LOGICAL-NAME TO BKS-LOGICAL.
           MOVE "OK" TO WS-CHECK-RESULT.

           EVALUATE BM-FORM
               WHEN "ABSENT"
                   CONTINUE
               WHEN "FLAT"
               WHEN "UNLOAD"
                   PERFORM BUILD-COPY-NAME
                   MOVE BKS-COPY-NAME TO BKS-SCAN-NAME
                   PERFORM SCAN-SET-COPY
                   IF NOT BKS-SCAN-OPENED
                       MOVE "MISSING" TO WS-CHECK-RESULT
                   ELSE
                       IF BM-RECORD-COUNT NOT NUMERIC
                           OR BM-CHECKSUM NOT NUMERIC
                           MOVE "MISMATCH" TO WS-CHECK-RESULT
                       ELSE
                           MOVE BM-RECORD-COUNT TO WS-EXPECT-COUNT
                           MOVE BM-CHECKSUM TO WS-EXPECT-CHECKSUM
                           IF BKS-SCAN-COUNT NOT = WS-EXPECT-COUNT
                               OR BKS-SCAN-CHECKSUM NOT =
                               WS-EXPECT-CHECKSUM
                               MOVE "MISMATCH" TO WS-CHECK-RESULT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "BAD FORM" TO WS-CHECK-RESULT
           END-EVALUATE.

           IF WS-CHECK-RESULT NOT = "OK"
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE BKS-LOGICAL TO WS-FILE-DISPLAY
               DISPLAY "  " WS-FILE-DISPLAY " " BM-FORM " "
                   WS-CHECK-RESULT
           END-IF.

       VERIFY-SET-COVERAGE.
      *> A set missing any file configured today is a partial set.
           MOVE 0 TO WS-UNCOVERED-COUNT.
           PERFORM CHECK-FILE-COVERED
               VARYING BKS-FILE-IX FROM 1 BY 1
               UNTIL BKS-FILE-IX > BKS-FILE-COUNT.

           IF WS-UNCOVERED-COUNT > 0
               MOVE WS-UNCOVERED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ERROR: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " configured file(s) are not in the set"
               MOVE "REFUSED - SET_INCOMPLETE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       CHECK-FILE-COVERED.
           PERFORM SELECT-SET-FILE.
           IF NOT BKS-FILE-IN-SET
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ROW-FOUND.
           PERFORM VARYING BKS-MANIFEST-IX FROM 1 BY 1
               UNTIL BKS-MANIFEST-IX > BKS-MANIFEST-COUNT
               OR ROW-IS-LISTED
               MOVE BKS-MANIFEST-ENTRY(BKS-MANIFEST-IX)
                   TO BACKUP-MANIFEST-RECORD
               IF BM-LOGICAL-NAME = BKS-LOGICAL
                   AND (BM-FORM = BKS-FORM OR BM-FORM = "ABSENT")
                   MOVE "Y" TO WS-ROW-FOUND
               END-IF
           END-PERFORM.

           IF NOT ROW-IS-LISTED
               ADD 1 TO WS-UNCOVERED-COUNT
               MOVE BKS-LOGICAL TO WS-FILE-DISPLAY
               DISPLAY "  " WS-FILE-DISPLAY " not in set"
           END-IF.

       RESTORE-ONE-FILE.
           MOVE BKS-MANIFEST-ENTRY(BKS-MANIFEST-IX)
               TO BACKUP-MANIFEST-RECORD.
           MOVE BM-LOGICAL-NAME TO BKS-LOGICAL.
           MOVE BKS-LOGICAL TO WS-FILE-DISPLAY.

      *> A file the suite no longer configures has nowhere to go.
           PERFORM LOCATE-SET-FILE.
           IF BKS-FILE-IX = 0
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "  " WS-FILE-DISPLAY " skipped - no longer "
                   "configured"
               EXIT PARAGRAPH
           END-IF.
           IF BKS-PATH = FCP-AUDIT-TRAIL
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "  " WS-FILE-DISPLAY " kept - append-only"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-COPY-NAME.

           MOVE BKS-PATH TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  " WS-FILE-DISPLAY " FAILED - locked"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-STEP-FLAG.
           EVALUATE BM-FORM
               WHEN "ABSENT"
                   MOVE SPACES TO WS-CMD
                   STRING "rm -f " FUNCTION TRIM(BKS-PATH)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
               WHEN "FLAT"
                   MOVE SPACES TO WS-CMD
                   STRING "cp -p " FUNCTION TRIM(BKS-COPY-NAME) " "
                       FUNCTION TRIM(BKS-PATH)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
                   MOVE RETURN-CODE TO WS-CMD-RESULT
                   IF WS-CMD-RESULT NOT = 0
                       MOVE "Y" TO WS-STEP-FLAG
                   END-IF
               WHEN "UNLOAD"
                   PERFORM RELOAD-INDEXED-FILE
           END-EVALUATE.

           PERFORM RELEASE-FILE-LOCK.

           IF STEP-FAILED
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "  " WS-FILE-DISPLAY " FAILED"
           ELSE
               ADD 1 TO WS-RESTORED-COUNT
               DISPLAY "  " WS-FILE-DISPLAY " " BM-FORM " restored"
           END-IF.

       RELOAD-INDEXED-FILE.
      *> OPEN OUTPUT replaces the live file outright and rebuilds
      *> the primary and alternate keys, as CUSTMAST-UTIL RELOAD
      *> does; a record the rebuild rejects fails the file.
           OPEN INPUT SET-COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RELOAD-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
           EVALUATE BKS-PATH
               WHEN FCP-CUSTMAST
                   PERFORM RELOAD-CUSTOMER-MASTER
               WHEN FCP-LOAN-BOOK
                   PERFORM RELOAD-LOAN-BOOK
               WHEN FCP-LOAN-POSITION
                   PERFORM RELOAD-LOAN-POSITION
               WHEN FCP-TXN-HISTORY
                   PERFORM RELOAD-TXN-HISTORY
               WHEN OTHER
                   MOVE "Y" TO WS-STEP-FLAG
           END-EVALUATE.
           CLOSE SET-COPY-FILE.

           IF WS-REJECT-COUNT > 0
               MOVE "Y" TO WS-STEP-FLAG
               MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "  " WS-FILE-DISPLAY WS-COUNT-DISPLAY
                   " record(s) rejected on reload"
           END-IF.

       RELOAD-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM RELOAD-MASTER-RECORD
               UNTIL COPY-AT-EOF.
           CLOSE CUSTOMER-MASTER-FILE.

       RELOAD-MASTER-RECORD.
           READ SET-COPY-FILE
               AT END
                   MOVE "Y" TO WS-COPY-EOF
               NOT AT END
                   MOVE SET-COPY-RECORD TO CM-MASTER-RECORD
                   WRITE CM-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

       RELOAD-LOAN-BOOK.
           OPEN OUTPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM RELOAD-LOAN-BOOK-RECORD
               UNTIL COPY-AT-EOF.
           CLOSE LOAN-BOOK-FILE.

       RELOAD-LOAN-BOOK-RECORD.
           READ SET-COPY-FILE
               AT END
                   MOVE "Y" TO WS-COPY-EOF
               NOT AT END
                   MOVE SET-COPY-RECORD TO LOAN-BOOK-RECORD
                   WRITE LOAN-BOOK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

       RELOAD-LOAN-POSITION.
           OPEN OUTPUT LOAN-POSITION-FILE.
           IF WS-POSITION-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM RELOAD-POSITION-RECORD
               UNTIL COPY-AT-EOF.
           CLOSE LOAN-POSITION-FILE.

       RELOAD-POSITION-RECORD.
           READ SET-COPY-FILE
               AT END
                   MOVE "Y" TO WS-COPY-EOF
               NOT AT END
                   MOVE SET-COPY-RECORD TO LOAN-POSITION-RECORD
                   WRITE LOAN-POSITION-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

       RELOAD-TXN-HISTORY.
           OPEN OUTPUT TXN-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-STEP-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM RELOAD-HISTORY-RECORD
               UNTIL COPY-AT-EOF.
           CLOSE TXN-HISTORY-FILE.

       RELOAD-HISTORY-RECORD.
           READ SET-COPY-FILE
               AT END
                   MOVE "Y" TO WS-COPY-EOF
               NOT AT END
                   MOVE SET-COPY-RECORD TO TXN-HISTORY-RECORD
                   WRITE TXN-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOAD-COUNT
                   END-WRITE
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "SUITE-RESTORE" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "SUITE_RESTORE" TO AT-ACTION.
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

       COPY "BACKUP-SET-PARA.cpy".
