       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-BACKUP.
       AUTHOR. Thesis Project.

      *> SUITE-BACKUP.cbl
      *> Suite-Wide Consistent Backup Set
      *>
      *> CUSTMAST-UTIL protects the customer master alone; putting
      *> one file back on its own leaves it out of step with the
      *> loan book, the ledgers, the queues and the counters. This
      *> program copies every data file in the file-location
      *> configuration into one backup set named for the business
      *> date, so the whole suite can be put back to a single point
      *> in time with SUITE-RESTORE:
      *>   <backup dir>/<YYYYMMDD>-<tag>/<logical name>
      *> Line sequential files are copied as they stand; the four
      *> indexed files (CUSTMAST, loan book, loan positions, fraud
      *> transaction history) are unloaded in key order, as
      *> CUSTMAST-UTIL UNLOAD does, so they reload on any build.
      *> Each file is taken under its own shared file lock, and the
      *> set is taken at EOD-CLOSE's quiet point, so no file is
      *> caught half-written. A file that does not exist is recorded
      *> as ABSENT.
      *>
      *> backup-manifest.dat in the set lists every file with its
      *> record count and checksum, closed by a trailer. The set is
      *> entered on suite-backup-catalog.dat as PARTIAL before the
      *> first copy and only marked COMPLETE once the manifest is
      *> written; any failure leaves it PARTIAL, exits 1, and
      *> SUITE-RESTORE will refuse it. Retaking a set replaces it.
      *>
      *> Tags: PRE  - before the close, named for the business date
      *>       POST - after the close, named for the day just closed
      *>              (EOD-CLOSE has already moved the date on one)
      *>       RSTR - SUITE-RESTORE's safety set of the live files
      *>
      *> Retention (backup-config.dat, line 1 days to keep daily
      *> sets, default 14; line 2 months to keep month-end sets,
      *> default 12): after a set completes, every held set older
      *> than the daily limit is removed and marked PURGED on the
      *> catalog - unless it is dated the last calendar day of a
      *> month and still within the month-end limit.
      *>
      *> Invocation: SUITE-BACKUP <PRE|POST|RSTR>
      *> Example: ./suite-backup PRE
      *>
      *> Output: <backup dir>/<YYYYMMDD>-<tag>/ (copies + manifest),
      *>         suite-backup-catalog.dat (set entered / purged)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

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

           SELECT BACKUP-CATALOG-NEW-FILE
               ASSIGN TO "suite-backup-catalog.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

           SELECT BACKUP-CONFIG-FILE ASSIGN TO FCP-BACKUP-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

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

       FD  BACKUP-CATALOG-NEW-FILE.
       01  BACKUP-CATALOG-NEW-RECORD     PIC X(80).

       FD  BACKUP-CONFIG-FILE.
       01  BACKUP-CONFIG-RECORD          PIC X(15).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Indexed file unload work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-POSITION-STATUS            PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-UNLOAD-EOF                 PIC X VALUE "N".
           88  UNLOAD-AT-EOF             VALUE "Y".
       01  WS-COPY-STATUS                PIC XX VALUE SPACES.
       01  WS-OPEN-STATUS                PIC XX VALUE SPACES.

      *> Manifest and catalog work fields
       01  WS-MANIFEST-STATUS            PIC XX VALUE SPACES.
       01  WS-NEW-STATUS                 PIC XX VALUE SPACES.
       01  WS-TAKEN-TS                   PIC X(21) VALUE SPACES.
       01  WS-SET-FILE-COUNT             PIC 9(4) VALUE 0.
       01  WS-TRAILER-COUNT              PIC 9(9) VALUE 0.

      *> Per-file outcome
       01  WS-STEP-FLAG                  PIC X VALUE "N".
           88  STEP-FAILED               VALUE "Y".
       01  WS-FAIL-REASON                PIC X(13) VALUE SPACES.

      *> Shell command work fields
       01  WS-CMD                        PIC X(600) VALUE SPACES.
       01  WS-CMD-RESULT                 PIC 9(4) VALUE 0.

      *> Retention schedule (backup-config.dat)
       01  WS-CONFIG-STATUS              PIC XX VALUE SPACES.
       01  WS-DAILY-DAYS                 PIC 9(3) VALUE 14.
       01  WS-MONTH-END-MONTHS           PIC 9(3) VALUE 12.
       01  WS-PURGED-COUNT               PIC 9(3) VALUE 0.
       01  WS-AGE-DAYS                   PIC S9(7) VALUE 0.
       01  WS-AGE-MONTHS                 PIC S9(5) VALUE 0.
       01  WS-BUSINESS-NUM               PIC 9(8) VALUE 0.
       01  WS-SET-DATE-NUM               PIC 9(8) VALUE 0.
       01  WS-PURGE-DIR                  PIC X(250) VALUE SPACES.

      *> Date work fields
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-NUM                   PIC 9(8) VALUE 0.

      *> Display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01  WS-FILE-DISPLAY               PIC X(40) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-SET-TAG                    PIC X(10) VALUE SPACES.

      *> Full command line
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Suite backup sets (shared with SUITE-RESTORE: file list,
      *> set naming, checksum fold, catalog)
           COPY "BACKUP-SET-WS.cpy".

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
           MOVE "SUITE-BACKUP" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SUITE BACKUP".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-SET-TAG
           END-UNSTRING.

           EVALUATE WS-SET-TAG
               WHEN "PRE"
               WHEN "RSTR"
                   MOVE BDT-BUSINESS-DATE TO BKS-SET-DATE
               WHEN "POST"
      *> EOD-CLOSE has already advanced the date exactly one day;
      *> the set belongs to the day it closed.
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BDT-BUSINESS-DATE)) - 1
                   COMPUTE WS-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE WS-DATE-NUM TO BKS-SET-DATE
               WHEN OTHER
                   DISPLAY "ERROR: Unknown backup tag"
                   DISPLAY "Usage: SUITE-BACKUP <PRE|POST|RSTR>"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE WS-SET-TAG TO BKS-SET-TAG.
           PERFORM BUILD-SET-NAMES.
           DISPLAY "Backup set: " FUNCTION TRIM(BKS-SET-NAME)
               " in " FUNCTION TRIM(BKS-SET-DIR).
           DISPLAY "".

           PERFORM OPEN-BACKUP-SET.
           PERFORM BACKUP-ONE-FILE
               VARYING BKS-FILE-IX FROM 1 BY 1
               UNTIL BKS-FILE-IX > BKS-FILE-COUNT.
           PERFORM WRITE-SET-MANIFEST.
           PERFORM COMPLETE-BACKUP-SET.

           DISPLAY "".
           MOVE BKS-MANIFEST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Files in set:       " WS-COUNT-DISPLAY.
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Expired sets purged:" WS-COUNT-DISPLAY.
           DISPLAY "Backup set " FUNCTION TRIM(BKS-SET-NAME)
               " COMPLETE".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING BKS-SET-NAME " FILES " BKS-MANIFEST-COUNT
               " PURGED " WS-PURGED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ABANDON-BACKUP.
      *> The message is already on the terminal and no lock is held.
      *> The catalog still says PARTIAL, which is what keeps
      *> SUITE-RESTORE away from this set.
           DISPLAY "Backup set " FUNCTION TRIM(BKS-SET-NAME)
               " left PARTIAL".
           DISPLAY "========================================".
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "FAILED " BKS-SET-NAME " " WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       OPEN-BACKUP-SET.
      *> Enter the set as PARTIAL first; only then clear out any
      *> earlier take of the same set and make its directory.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BKS-SET-DATE)) + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

           MOVE FCP-BACKUP-CATALOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               MOVE "CATALOG_LOCK" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           PERFORM LOAD-BACKUP-CATALOG.
           PERFORM FIND-CATALOG-ENTRY.
           IF BKS-CATALOG-FOUND-IX = 0
               IF BKS-CATALOG-COUNT NOT < BKS-CATALOG-MAX
                   PERFORM RELEASE-FILE-LOCK
                   DISPLAY "ERROR: Backup catalog is full"
                   MOVE "CATALOG_FULL" TO WS-FAIL-REASON
                   PERFORM ABANDON-BACKUP
               END-IF
               ADD 1 TO BKS-CATALOG-COUNT
               MOVE BKS-CATALOG-COUNT TO BKS-CATALOG-FOUND-IX
           END-IF.

           MOVE SPACES TO BACKUP-CATALOG-RECORD.
           MOVE BKS-SET-DATE TO BK-SET-DATE.
           MOVE BKS-SET-TAG TO BK-SET-TAG.
           MOVE "PARTIAL" TO BK-STATUS.
           MOVE "0000" TO BK-FILE-COUNT.
           MOVE FUNCTION CURRENT-DATE TO BK-TAKEN-TS.
           IF FUNCTION MOD(WS-DATE-NUM, 100) = 1
               MOVE "Y" TO BK-MONTH-END
           ELSE
               MOVE "N" TO BK-MONTH-END
           END-IF.
           MOVE BACKUP-CATALOG-RECORD
               TO BKS-CATALOG-ENTRY(BKS-CATALOG-FOUND-IX).
           PERFORM SAVE-BACKUP-CATALOG.
           PERFORM RELEASE-FILE-LOCK.

           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " FUNCTION TRIM(BKS-SET-DIR)
               " && mkdir -p " FUNCTION TRIM(BKS-SET-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               DISPLAY "ERROR: Cannot create backup directory "
                   FUNCTION TRIM(BKS-SET-DIR)
               MOVE "NO_DIRECTORY" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           MOVE 0 TO BKS-MANIFEST-COUNT.

       BACKUP-ONE-FILE.
           PERFORM SELECT-SET-FILE.
           IF NOT BKS-FILE-IN-SET
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-COPY-NAME.

           IF BKS-MANIFEST-COUNT NOT < BKS-MANIFEST-MAX
               DISPLAY "ERROR: More configured files than a set "
                   "can list"
               MOVE "TOO_MANY" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

      *> Take the file under its own lock so no writer is half way
      *> through it; a writer that will not let go fails the set.
           MOVE BKS-PATH TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: Cannot lock " FUNCTION TRIM(BKS-LOGICAL)
               MOVE "LOCKED" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           MOVE "N" TO WS-STEP-FLAG.
           MOVE FUNCTION CURRENT-DATE TO WS-TAKEN-TS.
           IF BKS-FORM = "UNLOAD"
               PERFORM UNLOAD-INDEXED-FILE
           ELSE
               PERFORM COPY-FLAT-FILE
           END-IF.
           PERFORM RELEASE-FILE-LOCK.

           IF STEP-FAILED
               PERFORM ABANDON-BACKUP
           END-IF.

           IF BKS-FORM = "ABSENT"
               MOVE 0 TO BKS-SCAN-COUNT
               MOVE 0 TO BKS-SCAN-CHECKSUM
           ELSE
               MOVE BKS-COPY-NAME TO BKS-SCAN-NAME
               PERFORM SCAN-SET-COPY
               IF NOT BKS-SCAN-OPENED
                   DISPLAY "ERROR: Cannot read back the copy of "
                       FUNCTION TRIM(BKS-LOGICAL)
                   MOVE "SCAN_ERROR" TO WS-FAIL-REASON
                   PERFORM ABANDON-BACKUP
               END-IF
           END-IF.

           MOVE SPACES TO BACKUP-MANIFEST-RECORD.
           MOVE "F" TO BM-ROW-TYPE.
           MOVE BKS-LOGICAL TO BM-LOGICAL-NAME.
           MOVE BKS-FORM TO BM-FORM.
           MOVE BKS-SCAN-COUNT TO BM-RECORD-COUNT.
           MOVE BKS-SCAN-CHECKSUM TO BM-CHECKSUM.
           MOVE WS-TAKEN-TS TO BM-TAKEN-TS.
           ADD 1 TO BKS-MANIFEST-COUNT.
           MOVE BACKUP-MANIFEST-RECORD
               TO BKS-MANIFEST-ENTRY(BKS-MANIFEST-COUNT).

           MOVE BKS-LOGICAL TO WS-FILE-DISPLAY.
           MOVE BKS-SCAN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "  " WS-FILE-DISPLAY " " BKS-FORM
               WS-COUNT-DISPLAY.

       COPY-FLAT-FILE.
           MOVE SPACES TO WS-CMD.
           STRING "test -f " FUNCTION TRIM(BKS-PATH)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               MOVE "ABSENT" TO BKS-FORM
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CMD.
           STRING "cp -p " FUNCTION TRIM(BKS-PATH) " "
               FUNCTION TRIM(BKS-COPY-NAME)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               DISPLAY "ERROR: Cannot copy " FUNCTION TRIM(BKS-PATH)
               MOVE "Y" TO WS-STEP-FLAG
               MOVE "COPY_ERROR" TO WS-FAIL-REASON
           END-IF.

       UNLOAD-INDEXED-FILE.
      *> Every record in key order, one line each, exactly as
      *> CUSTMAST-UTIL UNLOAD writes the customer master.
           EVALUATE BKS-PATH
               WHEN FCP-CUSTMAST
                   PERFORM UNLOAD-CUSTOMER-MASTER
               WHEN FCP-LOAN-BOOK
                   PERFORM UNLOAD-LOAN-BOOK
               WHEN FCP-LOAN-POSITION
                   PERFORM UNLOAD-LOAN-POSITION
               WHEN FCP-TXN-HISTORY
                   PERFORM UNLOAD-TXN-HISTORY
           END-EVALUATE.

       CHECK-UNLOAD-OPEN.
      *> WS-OPEN-STATUS holds the indexed file's OPEN INPUT status:
      *> 35 means there is no such file yet, anything else but 00
      *> fails the set.
           IF WS-OPEN-STATUS = "35"
               MOVE "ABSENT" TO BKS-FORM
               EXIT PARAGRAPH
           END-IF.
           IF WS-OPEN-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open " FUNCTION TRIM(BKS-PATH)
                   " (status " WS-OPEN-STATUS ")"
               MOVE "Y" TO WS-STEP-FLAG
               MOVE "OPEN_ERROR" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SET-COPY-FILE.
           IF WS-COPY-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot create "
                   FUNCTION TRIM(BKS-COPY-NAME)
               MOVE "Y" TO WS-STEP-FLAG
               MOVE "COPY_ERROR" TO WS-FAIL-REASON
           END-IF.

       UNLOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           MOVE WS-MASTER-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-UNLOAD-OPEN.
           IF BKS-FORM = "ABSENT"
               EXIT PARAGRAPH
           END-IF.
           IF STEP-FAILED
               IF WS-OPEN-STATUS = "00"
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-UNLOAD-EOF.
           MOVE SPACES TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-UNLOAD-EOF
           END-START.
           PERFORM UNLOAD-MASTER-RECORD
               UNTIL UNLOAD-AT-EOF.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE SET-COPY-FILE.

       UNLOAD-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNLOAD-EOF
               NOT AT END
                   MOVE CM-MASTER-RECORD TO SET-COPY-RECORD
                   WRITE SET-COPY-RECORD
           END-READ.

       UNLOAD-LOAN-BOOK.
           OPEN INPUT LOAN-BOOK-FILE.
           MOVE WS-LOAN-BOOK-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-UNLOAD-OPEN.
           IF BKS-FORM = "ABSENT"
               EXIT PARAGRAPH
           END-IF.
           IF STEP-FAILED
               IF WS-OPEN-STATUS = "00"
                   CLOSE LOAN-BOOK-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-UNLOAD-EOF.
           MOVE SPACES TO LB-BOOK-KEY.
           START LOAN-BOOK-FILE
               KEY IS NOT LESS THAN LB-BOOK-KEY
               INVALID KEY MOVE "Y" TO WS-UNLOAD-EOF
           END-START.
           PERFORM UNLOAD-LOAN-BOOK-RECORD
               UNTIL UNLOAD-AT-EOF.

           CLOSE LOAN-BOOK-FILE.
           CLOSE SET-COPY-FILE.

       UNLOAD-LOAN-BOOK-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNLOAD-EOF
               NOT AT END
                   MOVE LOAN-BOOK-RECORD TO SET-COPY-RECORD
                   WRITE SET-COPY-RECORD
           END-READ.

       UNLOAD-LOAN-POSITION.
           OPEN INPUT LOAN-POSITION-FILE.
           MOVE WS-POSITION-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-UNLOAD-OPEN.
           IF BKS-FORM = "ABSENT"
               EXIT PARAGRAPH
           END-IF.
           IF STEP-FAILED
               IF WS-OPEN-STATUS = "00"
                   CLOSE LOAN-POSITION-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-UNLOAD-EOF.
           MOVE SPACES TO PN-POSITION-KEY.
           START LOAN-POSITION-FILE
               KEY IS NOT LESS THAN PN-POSITION-KEY
               INVALID KEY MOVE "Y" TO WS-UNLOAD-EOF
           END-START.
           PERFORM UNLOAD-POSITION-RECORD
               UNTIL UNLOAD-AT-EOF.

           CLOSE LOAN-POSITION-FILE.
           CLOSE SET-COPY-FILE.

       UNLOAD-POSITION-RECORD.
           READ LOAN-POSITION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNLOAD-EOF
               NOT AT END
                   MOVE LOAN-POSITION-RECORD TO SET-COPY-RECORD
                   WRITE SET-COPY-RECORD
           END-READ.

       UNLOAD-TXN-HISTORY.
           OPEN INPUT TXN-HISTORY-FILE.
           MOVE WS-HISTORY-STATUS TO WS-OPEN-STATUS.
           PERFORM CHECK-UNLOAD-OPEN.
           IF BKS-FORM = "ABSENT"
               EXIT PARAGRAPH
           END-IF.
           IF STEP-FAILED
               IF WS-OPEN-STATUS = "00"
                   CLOSE TXN-HISTORY-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-UNLOAD-EOF.
           MOVE SPACES TO TH-HIST-KEY.
           START TXN-HISTORY-FILE
               KEY IS NOT LESS THAN TH-HIST-KEY
               INVALID KEY MOVE "Y" TO WS-UNLOAD-EOF
           END-START.
           PERFORM UNLOAD-HISTORY-RECORD
               UNTIL UNLOAD-AT-EOF.

           CLOSE TXN-HISTORY-FILE.
           CLOSE SET-COPY-FILE.

       UNLOAD-HISTORY-RECORD.
           READ TXN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNLOAD-EOF
               NOT AT END
                   MOVE TXN-HISTORY-RECORD TO SET-COPY-RECORD
                   WRITE SET-COPY-RECORD
           END-READ.

       WRITE-SET-MANIFEST.
      *> Written only after every copy is in place and checked; the
      *> trailer's fold covers every file row.
           PERFORM FOLD-MANIFEST-ROWS.

           OPEN OUTPUT BACKUP-MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot write "
                   FUNCTION TRIM(BKS-MANIFEST-NAME)
               MOVE "MANIFEST" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           PERFORM VARYING BKS-MANIFEST-IX FROM 1 BY 1
               UNTIL BKS-MANIFEST-IX > BKS-MANIFEST-COUNT
               MOVE BKS-MANIFEST-ENTRY(BKS-MANIFEST-IX)
                   TO BACKUP-MANIFEST-RECORD
               WRITE BACKUP-MANIFEST-RECORD
           END-PERFORM.

           MOVE SPACES TO BACKUP-MANIFEST-RECORD.
           MOVE "T" TO BM-ROW-TYPE.
           MOVE BKS-SET-NAME TO BM-LOGICAL-NAME.
           MOVE BKS-MANIFEST-COUNT TO WS-TRAILER-COUNT.
           MOVE WS-TRAILER-COUNT TO BM-RECORD-COUNT.
           MOVE BKS-ROW-CHECKSUM TO BM-CHECKSUM.
           MOVE FUNCTION CURRENT-DATE TO BM-TAKEN-TS.
           WRITE BACKUP-MANIFEST-RECORD.
           CLOSE BACKUP-MANIFEST-FILE.

       COMPLETE-BACKUP-SET.
           PERFORM LOAD-RETENTION-SCHEDULE.

           MOVE FCP-BACKUP-CATALOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               MOVE "CATALOG_LOCK" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           PERFORM LOAD-BACKUP-CATALOG.
           PERFORM FIND-CATALOG-ENTRY.
           IF BKS-CATALOG-FOUND-IX = 0
               PERFORM RELEASE-FILE-LOCK
               DISPLAY "ERROR: Set " FUNCTION TRIM(BKS-SET-NAME)
                   " is no longer on the backup catalog"
               MOVE "CATALOG_LOST" TO WS-FAIL-REASON
               PERFORM ABANDON-BACKUP
           END-IF.

           MOVE "COMPLETE" TO BK-STATUS.
           MOVE BKS-MANIFEST-COUNT TO WS-SET-FILE-COUNT.
           MOVE WS-SET-FILE-COUNT TO BK-FILE-COUNT.
           MOVE BACKUP-CATALOG-RECORD
               TO BKS-CATALOG-ENTRY(BKS-CATALOG-FOUND-IX).

           MOVE 0 TO WS-PURGED-COUNT.
           MOVE FUNCTION NUMVAL(BDT-BUSINESS-DATE) TO WS-BUSINESS-NUM.
           PERFORM APPLY-RETENTION
               VARYING BKS-CATALOG-IX FROM 1 BY 1
               UNTIL BKS-CATALOG-IX > BKS-CATALOG-COUNT.

           PERFORM SAVE-BACKUP-CATALOG.
           PERFORM RELEASE-FILE-LOCK.

       LOAD-RETENTION-SCHEDULE.
      *> A missing file or a value that is not a positive number
      *> keeps the default.
           OPEN INPUT BACKUP-CONFIG-FILE.
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BACKUP-CONFIG-FILE
               AT END
                   MOVE SPACES TO BACKUP-CONFIG-RECORD
           END-READ.
           IF FUNCTION NUMVAL(BACKUP-CONFIG-RECORD) > 0
               AND FUNCTION NUMVAL(BACKUP-CONFIG-RECORD) < 1000
               MOVE FUNCTION NUMVAL(BACKUP-CONFIG-RECORD)
                   TO WS-DAILY-DAYS
           END-IF.
           READ BACKUP-CONFIG-FILE
               AT END
                   MOVE SPACES TO BACKUP-CONFIG-RECORD
           END-READ.
           IF FUNCTION NUMVAL(BACKUP-CONFIG-RECORD) > 0
               AND FUNCTION NUMVAL(BACKUP-CONFIG-RECORD) < 1000
               MOVE FUNCTION NUMVAL(BACKUP-CONFIG-RECORD)
                   TO WS-MONTH-END-MONTHS
           END-IF.
           CLOSE BACKUP-CONFIG-FILE.

       APPLY-RETENTION.
      *> A held set older than the daily limit goes, unless it is a
      *> month-end set still inside the month-end limit. Rows that
      *> do not carry a date are left alone.
           MOVE BKS-CATALOG-ENTRY(BKS-CATALOG-IX)
               TO BACKUP-CATALOG-RECORD.
           IF BK-SET-PURGED OR BK-SET-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE BK-SET-DATE TO WS-SET-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SET-DATE-NUM) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-SET-DATE-NUM).
           IF WS-AGE-DAYS NOT > WS-DAILY-DAYS
               EXIT PARAGRAPH
           END-IF.

           IF BK-MONTH-END = "Y"
               COMPUTE WS-AGE-MONTHS =
                   FUNCTION NUMVAL(BDT-BUSINESS-DATE(1:4)) * 12
                   + FUNCTION NUMVAL(BDT-BUSINESS-DATE(5:2))
                   - FUNCTION NUMVAL(BK-SET-DATE(1:4)) * 12
                   - FUNCTION NUMVAL(BK-SET-DATE(5:2))
               IF WS-AGE-MONTHS NOT > WS-MONTH-END-MONTHS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-PURGE-DIR.
           STRING FUNCTION TRIM(FCP-BACKUP-DIR) "/" BK-SET-DATE "-"
               FUNCTION TRIM(BK-SET-TAG)
               DELIMITED BY SIZE INTO WS-PURGE-DIR
           END-STRING.
           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " FUNCTION TRIM(WS-PURGE-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           MOVE "PURGED" TO BK-STATUS.
           MOVE BDT-BUSINESS-DATE TO BK-PURGED-DATE.
           MOVE BACKUP-CATALOG-RECORD
               TO BKS-CATALOG-ENTRY(BKS-CATALOG-IX).
           ADD 1 TO WS-PURGED-COUNT.
           DISPLAY "  Purged expired set " BK-SET-DATE "-"
               FUNCTION TRIM(BK-SET-TAG).

       SAVE-BACKUP-CATALOG.
      *> Caller holds the catalog lock. Rewrite through a scratch
      *> copy so a failure part way never leaves half a catalog.
           OPEN OUTPUT BACKUP-CATALOG-NEW-FILE.
           PERFORM VARYING BKS-CATALOG-IX FROM 1 BY 1
               UNTIL BKS-CATALOG-IX > BKS-CATALOG-COUNT
               MOVE BKS-CATALOG-ENTRY(BKS-CATALOG-IX)
                   TO BACKUP-CATALOG-NEW-RECORD
               WRITE BACKUP-CATALOG-NEW-RECORD
           END-PERFORM.
           CLOSE BACKUP-CATALOG-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f suite-backup-catalog.new "
               FUNCTION TRIM(FCP-BACKUP-CATALOG)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "SUITE-BACKUP" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "SUITE_BACKUP" TO AT-ACTION.
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

       COPY "BACKUP-SET-PARA.cpy".
