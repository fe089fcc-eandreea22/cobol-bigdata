       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-MASK.
       AUTHOR. Thesis Project.

      *> DATA-MASK.cbl
      *> Masked Test-Data Extract for the Test Region
      *>
      *> Testing against the real files puts real names, emails,
      *> phones and addresses in front of developers and UAT
      *> testers; testing against hand-made files misses every
      *> real-world data problem. This program reads the production
      *> files and writes a test copy of them into the test-region
      *> directory (FCP-MASK-TARGET-DIR, default test-region), each
      *> under its logical name, so the suite runs against the copy
      *> from inside that directory with no location configuration:
      *>   CUSTMAST              - name, email, phone and postal code
      *>                           replaced
      *>   change journal        - the before and after name, email
      *>                           and phone images replaced
      *>   adverse-action notices, adverse-action manifest, billing
      *>   notice manifest, statement suppression manifest and
      *>   customer preferences  - copied as they stand; they carry
      *>                           the customer ID and no contact
      *>                           fields
      *> Customer IDs, timestamps, amounts, cities and statuses are
      *> untouched, so every key still joins across the copy.
      *>
      *> The fake value is built from a twelve-digit fold of the
      *> real one (the audit chain's fold, plus a second pass with a
      *> different multiplier), so the same real value always gets
      *> the same fake - in every file and on every run - and two
      *> customers sharing an email still share one in the copy,
      *> which keeps duplicate-email checks and merges realistic:
      *>   name   - two six-letter words (e.g. KRXBTH QWMZLA)
      *>   email  - u<12 digits>@example.test
      *>   phone  - +00<12 digits> (no such country code)
      *>   postal - T<9 digits>
      *> Blank fields and CUSTOMER-ERASE's REDACTED markers are left
      *> as they are; they are not anyone's personal data.
      *>
      *> Every real value replaced is remembered. Once the copy is
      *> written, a verification pass reads it back and checks every
      *> contact field of every output record against them, and
      *> every file's record count against what was read; a single
      *> surviving original or a count that does not agree removes
      *> the whole test region and exits 1, so a leaky copy is never
      *> left lying around. Each production file is read under its
      *> own shared file lock. The run lands on the audit trail.
      *>
      *> Invocation: DATA-MASK
      *> Example: ./data-mask
      *>
      *> Output: <test region>/CUSTMAST and the six flat files above

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

           SELECT TEST-MASTER-FILE ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS TM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS TM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-TEST-MASTER-STATUS.

           SELECT MASK-IN-FILE ASSIGN TO WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT MASK-OUT-FILE ASSIGN TO WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

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

      *> The test copy of the master, in the CUSTOMER-MASTER-REC
      *> layout; only the keys and the masked fields are named.
       FD  TEST-MASTER-FILE.
       01  TEST-MASTER-RECORD.
           05  TM-CUSTOMER-ID            PIC X(10).
           05  TM-CUST-NAME              PIC X(50).
           05  TM-EMAIL                  PIC X(100).
           05  FILLER                    PIC X(93).
           05  TM-PHONE                  PIC X(15).
           05  TM-POSTAL-CODE            PIC X(10).
           05  FILLER                    PIC X(17).

       FD  MASK-IN-FILE.
       01  MASK-IN-RECORD                PIC X(1024).

       FD  MASK-OUT-FILE.
       01  MASK-OUT-RECORD               PIC X(1024).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> File status and end-of-file fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-TEST-MASTER-STATUS         PIC XX VALUE SPACES.
       01  WS-IN-STATUS                  PIC XX VALUE SPACES.
       01  WS-OUT-STATUS                 PIC XX VALUE SPACES.
       01  WS-READ-EOF                   PIC X VALUE "N".
           88  READ-AT-EOF               VALUE "Y".

      *> Files in the test copy: the configured production path, the
      *> logical name the copy is written under, and whether the
      *> records are masked (M: customer master, J: change journal)
      *> or copied as they stand (C)
       01  WS-COPY-FILES.
           05  WS-COPY-FILE              OCCURS 7 TIMES.
               10  WS-COPY-PATH          PIC X(200).
               10  WS-COPY-LOGICAL       PIC X(40).
               10  WS-COPY-KIND          PIC X.
               10  WS-COPY-READ          PIC 9(7).
               10  WS-COPY-CHECKED       PIC 9(7).
               10  WS-COPY-ABSENT        PIC X.
       01  WS-COPY-COUNT                 PIC 9 VALUE 7.
       01  WS-COPY-IX                    PIC 9 VALUE 0.
       01  WS-IN-PATH                    PIC X(250) VALUE SPACES.
       01  WS-OUT-PATH                   PIC X(250) VALUE SPACES.

      *> The change journal, masked a record at a time
           COPY "CHANGE-JOURNAL-REC.cpy".

      *> Value masking: WS-MASK-KIND says which fake to build
      *> (N name, E email, P phone, Z postal code) for the real
      *> value in WS-REAL-VALUE; the fake comes back in
      *> WS-FAKE-VALUE
       01  WS-MASK-KIND                  PIC X VALUE SPACE.
       01  WS-REAL-VALUE                 PIC X(100) VALUE SPACES.
       01  WS-FAKE-VALUE                 PIC X(100) VALUE SPACES.
       01  WS-VALUE-LEN                  PIC 9(3) VALUE 0.
       01  WS-VALUE-IX                   PIC 9(3) VALUE 0.
       01  WS-FOLD-A                     PIC 9(8) VALUE 0.
       01  WS-FOLD-B                     PIC 9(8) VALUE 0.
       01  WS-FAKE-DIGITS.
           05  WS-FAKE-DIGITS-A          PIC 9(8).
           05  WS-FAKE-DIGITS-B          PIC 9(4).
       01  WS-FAKE-LETTERS               PIC X(12) VALUE SPACES.
       01  WS-LETTER-IX                  PIC 99 VALUE 0.
       01  WS-ALPHABET                   PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> Every real value replaced, kept by its fold so a lookup
      *> costs one probe or a few; the table is sized well above the
      *> fill limit so the probe runs stay short
       01  WS-ORIGINAL-SET.
           05  WS-ORIGINAL-VALUE         PIC X(100) OCCURS 40009 TIMES.
       01  WS-ORIGINAL-SLOTS             PIC 9(5) VALUE 40009.
       01  WS-ORIGINAL-MAX               PIC 9(5) VALUE 36000.
       01  WS-ORIGINAL-COUNT             PIC 9(5) VALUE 0.
       01  WS-SLOT                       PIC 9(5) VALUE 0.
       01  WS-SLOT-FLAG                  PIC X VALUE "N".
           88  SLOT-SETTLED              VALUE "Y".
       01  WS-ORIGINAL-FLAG              PIC X VALUE "N".
           88  ORIGINAL-FOUND            VALUE "Y".

      *> Verification pass
       01  WS-LEAK-COUNT                 PIC 9(7) VALUE 0.
       01  WS-MISCOUNT                   PIC 9 VALUE 0.
       01  WS-CHECK-VALUE                PIC X(100) VALUE SPACES.
       01  WS-CHECK-FIELD                PIC X(12) VALUE SPACES.

      *> Run totals
       01  WS-TOTAL-RECORDS              PIC 9(7) VALUE 0.
       01  WS-FAIL-REASON                PIC X(13) VALUE SPACES.

      *> Shell command work fields
       01  WS-CMD                        PIC X(600) VALUE SPACES.
       01  WS-CMD-RESULT                 PIC 9(4) VALUE 0.

      *> Display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01  WS-RECORD-DISPLAY             PIC Z(6)9.
       01  WS-FILE-DISPLAY               PIC X(40) VALUE SPACES.

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
      *> The logical names live in the configuration fields' VALUEs
      *> and must be saved before the configured paths replace them.
           PERFORM CAPTURE-COPY-NAMES.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE "DATA-MASK" TO FLK-PROGRAM-NAME.
           PERFORM CAPTURE-COPY-PATHS.

           DISPLAY "========================================".
           DISPLAY "MASKED TEST-DATA EXTRACT".
           DISPLAY "========================================".
           DISPLAY "Test region: " FUNCTION TRIM(FCP-MASK-TARGET-DIR).
           DISPLAY "".

           PERFORM PREPARE-TEST-REGION.

           PERFORM MASK-ONE-FILE
               VARYING WS-COPY-IX FROM 1 BY 1
               UNTIL WS-COPY-IX > WS-COPY-COUNT.

           DISPLAY "".
           DISPLAY "Verifying the copy...".
           PERFORM VERIFY-ONE-FILE
               VARYING WS-COPY-IX FROM 1 BY 1
               UNTIL WS-COPY-IX > WS-COPY-COUNT.

           IF WS-LEAK-COUNT > 0
               MOVE WS-LEAK-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ERROR: Original values found in the copy:"
                   WS-COUNT-DISPLAY
               MOVE "VERIFY_LEAK" TO WS-FAIL-REASON
               PERFORM ABANDON-MASK
           END-IF.
           IF WS-MISCOUNT > 0
               DISPLAY "ERROR: Record counts in the copy do not "
                   "agree with the production files"
               MOVE "VERIFY_COUNT" TO WS-FAIL-REASON
               PERFORM ABANDON-MASK
           END-IF.

           DISPLAY "".
           MOVE WS-TOTAL-RECORDS TO WS-COUNT-DISPLAY.
           DISPLAY "Records copied:     " WS-COUNT-DISPLAY.
           MOVE WS-ORIGINAL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Real values masked: " WS-COUNT-DISPLAY.
           DISPLAY "Verification: no original value survives".
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "MASKED RECS " WS-TOTAL-RECORDS
               " VALUES " WS-ORIGINAL-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       ABANDON-MASK.
      *> The message is already on the terminal and no lock is held.
      *> Whatever was written is removed, so a test region is either
      *> complete and verified or not there at all.
           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " FUNCTION TRIM(FCP-MASK-TARGET-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           DISPLAY "Test region removed".
           DISPLAY "========================================".
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "FAILED " WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       CAPTURE-COPY-NAMES.
           MOVE FCP-CUSTMAST TO WS-COPY-LOGICAL(1).
           MOVE "M" TO WS-COPY-KIND(1).
           MOVE FCP-CHANGE-JOURNAL TO WS-COPY-LOGICAL(2).
           MOVE "J" TO WS-COPY-KIND(2).
           MOVE FCP-ADVERSE-NOTICES TO WS-COPY-LOGICAL(3).
           MOVE FCP-MAIL-MANIFEST TO WS-COPY-LOGICAL(4).
           MOVE FCP-BILLING-MANIFEST TO WS-COPY-LOGICAL(5).
           MOVE FCP-SUPPRESS-MANIFEST TO WS-COPY-LOGICAL(6).
           MOVE FCP-PREFERENCES TO WS-COPY-LOGICAL(7).
           PERFORM VARYING WS-COPY-IX FROM 3 BY 1
               UNTIL WS-COPY-IX > WS-COPY-COUNT
               MOVE "C" TO WS-COPY-KIND(WS-COPY-IX)
           END-PERFORM.

       CAPTURE-COPY-PATHS.
           MOVE FCP-CUSTMAST TO WS-COPY-PATH(1).
           MOVE FCP-CHANGE-JOURNAL TO WS-COPY-PATH(2).
           MOVE FCP-ADVERSE-NOTICES TO WS-COPY-PATH(3).
           MOVE FCP-MAIL-MANIFEST TO WS-COPY-PATH(4).
           MOVE FCP-BILLING-MANIFEST TO WS-COPY-PATH(5).
           MOVE FCP-SUPPRESS-MANIFEST TO WS-COPY-PATH(6).
           MOVE FCP-PREFERENCES TO WS-COPY-PATH(7).

       PREPARE-TEST-REGION.
      *> The copy must never land on top of the production files.
           IF FCP-MASK-TARGET-DIR = SPACES
               OR FCP-MASK-TARGET-DIR = "."
               OR FCP-MASK-TARGET-DIR = "./"
               DISPLAY "ERROR: The test region must be a directory "
                   "of its own"
               MOVE SPACES TO WS-AUDIT-OUTCOME
               MOVE "FAILED BAD_TARGET" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-CMD.
           STRING "rm -rf " FUNCTION TRIM(FCP-MASK-TARGET-DIR)
               " && mkdir -p " FUNCTION TRIM(FCP-MASK-TARGET-DIR)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.
           IF WS-CMD-RESULT NOT = 0
               DISPLAY "ERROR: Cannot create the test region "
                   FUNCTION TRIM(FCP-MASK-TARGET-DIR)
               MOVE "NO_DIRECTORY" TO WS-FAIL-REASON
               PERFORM ABANDON-MASK
           END-IF.

       BUILD-OUT-PATH.
           MOVE SPACES TO WS-OUT-PATH.
           STRING FUNCTION TRIM(FCP-MASK-TARGET-DIR) "/"
               FUNCTION TRIM(WS-COPY-LOGICAL(WS-COPY-IX))
               DELIMITED BY SIZE INTO WS-OUT-PATH
           END-STRING.

       MASK-ONE-FILE.
           MOVE 0 TO WS-COPY-READ(WS-COPY-IX).
           MOVE 0 TO WS-COPY-CHECKED(WS-COPY-IX).
           MOVE "N" TO WS-COPY-ABSENT(WS-COPY-IX).
           PERFORM BUILD-OUT-PATH.

      *> Read the production file under its own lock so no writer is
      *> half way through it.
           MOVE WS-COPY-PATH(WS-COPY-IX) TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: Cannot lock "
                   FUNCTION TRIM(WS-COPY-LOGICAL(WS-COPY-IX))
               MOVE "LOCKED" TO WS-FAIL-REASON
               PERFORM ABANDON-MASK
           END-IF.

           IF WS-COPY-KIND(WS-COPY-IX) = "M"
               PERFORM MASK-CUSTOMER-MASTER
           ELSE
               PERFORM MASK-FLAT-FILE
           END-IF.
           PERFORM RELEASE-FILE-LOCK.

           IF WS-FAIL-REASON NOT = SPACES
               PERFORM ABANDON-MASK
           END-IF.

           ADD WS-COPY-READ(WS-COPY-IX) TO WS-TOTAL-RECORDS.
           MOVE WS-COPY-LOGICAL(WS-COPY-IX) TO WS-FILE-DISPLAY.
           MOVE WS-COPY-READ(WS-COPY-IX) TO WS-COUNT-DISPLAY.
           IF WS-COPY-ABSENT(WS-COPY-IX) = "Y"
               DISPLAY "  " WS-FILE-DISPLAY " ABSENT"
           ELSE
               DISPLAY "  " WS-FILE-DISPLAY " " WS-COUNT-DISPLAY
           END-IF.

       MASK-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               MOVE "Y" TO WS-COPY-ABSENT(WS-COPY-IX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open " FUNCTION TRIM(FCP-CUSTMAST)
                   " (status " WS-MASTER-STATUS ")"
               MOVE "OPEN_ERROR" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT TEST-MASTER-FILE.
           IF WS-TEST-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot create "
                   FUNCTION TRIM(WS-OUT-PATH)
               CLOSE CUSTOMER-MASTER-FILE
               MOVE "WRITE_ERROR" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-READ-EOF.
           MOVE SPACES TO CM-CUSTOMER-ID.
           START CUSTOMER-MASTER-FILE
               KEY IS NOT LESS THAN CM-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM MASK-MASTER-RECORD
               UNTIL READ-AT-EOF OR WS-FAIL-REASON NOT = SPACES.

           CLOSE CUSTOMER-MASTER-FILE.
           CLOSE TEST-MASTER-FILE.

       MASK-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF READ-AT-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-READ(WS-COPY-IX).

           MOVE "N" TO WS-MASK-KIND.
           MOVE CM-CUST-NAME TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CM-CUST-NAME.
           MOVE "E" TO WS-MASK-KIND.
           MOVE CM-EMAIL TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CM-EMAIL.
           MOVE "P" TO WS-MASK-KIND.
           MOVE CM-PHONE TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CM-PHONE.
           MOVE "Z" TO WS-MASK-KIND.
           MOVE CM-POSTAL-CODE TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CM-POSTAL-CODE.

           MOVE CM-MASTER-RECORD TO TEST-MASTER-RECORD.
           WRITE TEST-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: Cannot write customer "
                       CM-CUSTOMER-ID " to the copy"
                   MOVE "WRITE_ERROR" TO WS-FAIL-REASON
           END-WRITE.

       MASK-FLAT-FILE.
           MOVE WS-COPY-PATH(WS-COPY-IX) TO WS-IN-PATH.
           OPEN INPUT MASK-IN-FILE.
           IF WS-IN-STATUS = "35"
               MOVE "Y" TO WS-COPY-ABSENT(WS-COPY-IX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open " FUNCTION TRIM(WS-IN-PATH)
                   " (status " WS-IN-STATUS ")"
               MOVE "OPEN_ERROR" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT MASK-OUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot create "
                   FUNCTION TRIM(WS-OUT-PATH)
               CLOSE MASK-IN-FILE
               MOVE "WRITE_ERROR" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-READ-EOF.
           PERFORM MASK-FLAT-RECORD
               UNTIL READ-AT-EOF OR WS-FAIL-REASON NOT = SPACES.

           CLOSE MASK-IN-FILE.
           CLOSE MASK-OUT-FILE.

       MASK-FLAT-RECORD.
           READ MASK-IN-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF READ-AT-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-READ(WS-COPY-IX).

           IF WS-COPY-KIND(WS-COPY-IX) = "J"
               PERFORM MASK-JOURNAL-RECORD
           END-IF.

           WRITE MASK-OUT-RECORD FROM MASK-IN-RECORD.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot write " FUNCTION TRIM(WS-OUT-PATH)
               MOVE "WRITE_ERROR" TO WS-FAIL-REASON
           END-IF.

       MASK-JOURNAL-RECORD.
      *> The city images stay, as they do on the master.
           MOVE MASK-IN-RECORD TO CHANGE-JOURNAL-RECORD.
           MOVE "N" TO WS-MASK-KIND.
           MOVE CJ-OLD-NAME TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-OLD-NAME.
           MOVE CJ-NEW-NAME TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-NEW-NAME.
           MOVE "E" TO WS-MASK-KIND.
           MOVE CJ-OLD-EMAIL TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-OLD-EMAIL.
           MOVE CJ-NEW-EMAIL TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-NEW-EMAIL.
           MOVE "P" TO WS-MASK-KIND.
           MOVE CJ-OLD-PHONE TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-OLD-PHONE.
           MOVE CJ-NEW-PHONE TO WS-REAL-VALUE.
           PERFORM MASK-VALUE.
           MOVE WS-FAKE-VALUE TO CJ-NEW-PHONE.
           MOVE CHANGE-JOURNAL-RECORD TO MASK-IN-RECORD.

       MASK-VALUE.
           IF WS-REAL-VALUE = SPACES
               OR WS-REAL-VALUE = "REDACTED"
               OR WS-REAL-VALUE = "redacted@redacted"
               MOVE WS-REAL-VALUE TO WS-FAKE-VALUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FOLD-REAL-VALUE.
           PERFORM FIND-ORIGINAL.
           IF NOT ORIGINAL-FOUND
               IF WS-ORIGINAL-COUNT NOT < WS-ORIGINAL-MAX
                   DISPLAY "ERROR: Too many distinct values to "
                       "verify the copy"
                   MOVE "TABLE_FULL" TO WS-FAIL-REASON
                   MOVE SPACES TO WS-FAKE-VALUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-REAL-VALUE TO WS-ORIGINAL-VALUE(WS-SLOT)
               ADD 1 TO WS-ORIGINAL-COUNT
           END-IF.

           MOVE WS-FOLD-A TO WS-FAKE-DIGITS-A.
           COMPUTE WS-FAKE-DIGITS-B = FUNCTION MOD(WS-FOLD-B, 10000).
           MOVE SPACES TO WS-FAKE-VALUE.
           EVALUATE WS-MASK-KIND
               WHEN "N"
      *> One letter per digit, the alphabet shifted by position, so
      *> different digits never give the same letter.
                   PERFORM VARYING WS-LETTER-IX FROM 1 BY 1
                       UNTIL WS-LETTER-IX > 12
                       COMPUTE WS-VALUE-IX = FUNCTION MOD(
                           FUNCTION NUMVAL(
                               WS-FAKE-DIGITS(WS-LETTER-IX:1))
                           + WS-LETTER-IX * 7, 26) + 1
                       MOVE WS-ALPHABET(WS-VALUE-IX:1)
                           TO WS-FAKE-LETTERS(WS-LETTER-IX:1)
                   END-PERFORM
                   STRING WS-FAKE-LETTERS(1:6) " "
                       WS-FAKE-LETTERS(7:6)
                       DELIMITED BY SIZE INTO WS-FAKE-VALUE
                   END-STRING
               WHEN "E"
                   STRING "u" WS-FAKE-DIGITS "@example.test"
                       DELIMITED BY SIZE INTO WS-FAKE-VALUE
                   END-STRING
               WHEN "P"
                   STRING "+00" WS-FAKE-DIGITS
                       DELIMITED BY SIZE INTO WS-FAKE-VALUE
                   END-STRING
               WHEN "Z"
                   STRING "T" WS-FAKE-DIGITS(4:9)
                       DELIMITED BY SIZE INTO WS-FAKE-VALUE
                   END-STRING
           END-EVALUATE.

       FOLD-REAL-VALUE.
      *> The audit chain's fold, and a second pass with another
      *> multiplier and modulus for the last four digits.
           MOVE 0 TO WS-FOLD-A.
           MOVE 0 TO WS-FOLD-B.
           COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-REAL-VALUE TRAILING)).
           PERFORM VARYING WS-VALUE-IX FROM 1 BY 1
               UNTIL WS-VALUE-IX > WS-VALUE-LEN
               COMPUTE WS-FOLD-A = FUNCTION MOD(
                   WS-FOLD-A * 31
                   + FUNCTION ORD(WS-REAL-VALUE(WS-VALUE-IX:1)),
                   99999989)
               COMPUTE WS-FOLD-B = FUNCTION MOD(
                   WS-FOLD-B * 37
                   + FUNCTION ORD(WS-REAL-VALUE(WS-VALUE-IX:1)),
                   9999991)
           END-PERFORM.

       FIND-ORIGINAL.
      *> Probes from the slot the fold picks; WS-SLOT is left on the
      *> value when it is held, else on the free slot it would take.
           COMPUTE WS-SLOT = FUNCTION MOD(WS-FOLD-A, WS-ORIGINAL-SLOTS)
               + 1.
           MOVE "N" TO WS-ORIGINAL-FLAG.
           MOVE "N" TO WS-SLOT-FLAG.
           PERFORM UNTIL SLOT-SETTLED
               EVALUATE TRUE
                   WHEN WS-ORIGINAL-VALUE(WS-SLOT) = SPACES
                       MOVE "Y" TO WS-SLOT-FLAG
                   WHEN WS-ORIGINAL-VALUE(WS-SLOT) = WS-REAL-VALUE
                       MOVE "Y" TO WS-ORIGINAL-FLAG
                       MOVE "Y" TO WS-SLOT-FLAG
                   WHEN WS-SLOT = WS-ORIGINAL-SLOTS
                       MOVE 1 TO WS-SLOT
                   WHEN OTHER
                       ADD 1 TO WS-SLOT
               END-EVALUATE
           END-PERFORM.

       VERIFY-ONE-FILE.
           IF WS-COPY-ABSENT(WS-COPY-IX) = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-OUT-PATH.
           IF WS-COPY-KIND(WS-COPY-IX) = "M"
               PERFORM VERIFY-TEST-MASTER
           ELSE
               PERFORM VERIFY-FLAT-COPY
           END-IF.

           IF WS-COPY-CHECKED(WS-COPY-IX)
               NOT = WS-COPY-READ(WS-COPY-IX)
               MOVE WS-COPY-LOGICAL(WS-COPY-IX) TO WS-FILE-DISPLAY
               DISPLAY "  " WS-FILE-DISPLAY " COUNT MISMATCH"
               MOVE 1 TO WS-MISCOUNT
           END-IF.

       VERIFY-TEST-MASTER.
           OPEN INPUT TEST-MASTER-FILE.
           IF WS-TEST-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           MOVE SPACES TO TM-CUSTOMER-ID.
           START TEST-MASTER-FILE
               KEY IS NOT LESS THAN TM-CUSTOMER-ID
               INVALID KEY MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM VERIFY-MASTER-RECORD
               UNTIL READ-AT-EOF.
           CLOSE TEST-MASTER-FILE.

       VERIFY-MASTER-RECORD.
           READ TEST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF READ-AT-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-CHECKED(WS-COPY-IX).

           MOVE TM-CUST-NAME TO WS-CHECK-VALUE.
           MOVE "NAME" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE TM-EMAIL TO WS-CHECK-VALUE.
           MOVE "EMAIL" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE TM-PHONE TO WS-CHECK-VALUE.
           MOVE "PHONE" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE TM-POSTAL-CODE TO WS-CHECK-VALUE.
           MOVE "POSTAL CODE" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.

       VERIFY-FLAT-COPY.
           MOVE WS-OUT-PATH TO WS-IN-PATH.
           OPEN INPUT MASK-IN-FILE.
           IF WS-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM VERIFY-FLAT-RECORD
               UNTIL READ-AT-EOF.
           CLOSE MASK-IN-FILE.

       VERIFY-FLAT-RECORD.
           READ MASK-IN-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF READ-AT-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COPY-CHECKED(WS-COPY-IX).
           IF WS-COPY-KIND(WS-COPY-IX) NOT = "J"
               EXIT PARAGRAPH
           END-IF.

           MOVE MASK-IN-RECORD TO CHANGE-JOURNAL-RECORD.
           MOVE CJ-OLD-NAME TO WS-CHECK-VALUE.
           MOVE "OLD NAME" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE CJ-NEW-NAME TO WS-CHECK-VALUE.
           MOVE "NEW NAME" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE CJ-OLD-EMAIL TO WS-CHECK-VALUE.
           MOVE "OLD EMAIL" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE CJ-NEW-EMAIL TO WS-CHECK-VALUE.
           MOVE "NEW EMAIL" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE CJ-OLD-PHONE TO WS-CHECK-VALUE.
           MOVE "OLD PHONE" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.
           MOVE CJ-NEW-PHONE TO WS-CHECK-VALUE.
           MOVE "NEW PHONE" TO WS-CHECK-FIELD.
           PERFORM CHECK-FIELD-VALUE.

       CHECK-FIELD-VALUE.
      *> A contact field in the copy holding any real value replaced
      *> anywhere - whatever field it came from - is a leak. The
      *> value itself is never shown, only where it sits.
           IF WS-CHECK-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-VALUE TO WS-REAL-VALUE.
           PERFORM FOLD-REAL-VALUE.
           PERFORM FIND-ORIGINAL.
           IF ORIGINAL-FOUND
               ADD 1 TO WS-LEAK-COUNT
               MOVE WS-COPY-LOGICAL(WS-COPY-IX) TO WS-FILE-DISPLAY
               MOVE WS-COPY-CHECKED(WS-COPY-IX) TO WS-RECORD-DISPLAY
               DISPLAY "  LEAK: " FUNCTION TRIM(WS-FILE-DISPLAY)
                   " record " FUNCTION TRIM(WS-RECORD-DISPLAY)
                   " " FUNCTION TRIM(WS-CHECK-FIELD)
           END-IF.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "DATA-MASK" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "DATA_MASK" TO AT-ACTION.
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
