       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-FEED.
       AUTHOR. Thesis Project.

      *> CHANGE-FEED.cbl
      *> Sequenced Outbound Change Feed For The CRM And Warehouse
      *>
      *> Tells the downstream systems what changed in the suite since
      *> the last feed they acknowledged, instead of their re-pulling
      *> the whole of CUSTMAST or CUSTOMER-LOOKUP's CSV export. One
      *> run writes change-feed-out.dat (CHANGE-FEED-REC.cpy): a
      *> header, one sequence-numbered detail per change, and a
      *> trailer with the counts. A change is:
      *>   - CUSTOMER: a customer new to the feed, a status change
      *>     (CUSTOMER-CLOSE, CUSTOMER-MERGE, DORMANT-SWEEP and the
      *>     reactivation in FRAUD-CHECK), an erasure by
      *>     CUSTOMER-ERASE, and every contact change CUSTOMER-UPDATE
      *>     journalled on customer-change-journal.dat since the
      *>     last acknowledged feed;
      *>   - LOAN: a new entry on loan-book-master.dat, a status
      *>     change, any other change to its booked terms, and an
      *>     entry removed (CUSTOMER-MERGE re-keys a merged
      *>     customer's loans to the survivor);
      *>   - CASE: a new case on fraud-case-queue.dat and every case
      *>     status change.
      *> Changes are found by comparing each file with the snapshot
      *> of what downstream was last told (CHANGE-FEED-SNAP-REC.cpy),
      *> so a status that moved twice between feeds is sent once, as
      *> it now stands. The first feed sends everything as NEW.
      *>
      *> The high-water mark (CHANGE-FEED-CTL-REC.cpy) moves only
      *> when downstream acknowledges the batch on change-feed-ack.dat
      *> (CHANGE-FEED-ACK-REC.cpy). Each run reads the acknowledgement
      *> first: ACCEPTED, matching the batch's last sequence number
      *> and count, makes the batch's snapshot the new baseline and
      *> the run goes on to the next feed; REJECTED drops the batch,
      *> and the run sends its changes again under new sequence
      *> numbers. With no acknowledgement yet, nothing new is built
      *> (return code 4) - feeding on top of an unacknowledged batch
      *> would send the same changes twice. Every detail sent is kept
      *> on change-feed-history.dat, so a range can be sent again on
      *> downstream's request; a resend changes nothing.
      *>
      *> Invocation: CHANGE-FEED [RESEND <first seq> <last seq>]
      *> Example: ./change-feed
      *>          ./change-feed RESEND 1201 1250
      *>
      *> Output: change-feed-out.dat (recreated) or
      *>         change-feed-resend.dat (recreated),
      *>         change-feed-history.dat (appended),
      *>         change-feed-control.dat, change-feed-pending.dat,
      *>         change-feed-snapshot.dat (rewritten)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO FCP-CHANGE-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO FCP-FEED-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FEED-ACK-FILE ASSIGN TO FCP-FEED-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT FEED-SNAPSHOT-FILE ASSIGN TO FCP-FEED-SNAPSHOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT FEED-PENDING-NEW-FILE
               ASSIGN TO "change-feed-pending.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO FCP-FEED-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FEED-WORK-FILE ASSIGN TO "change-feed.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT FEED-OUT-FILE ASSIGN TO WS-FEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  CHANGE-JOURNAL-FILE.
           COPY "CHANGE-JOURNAL-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  FEED-CONTROL-FILE.
           COPY "CHANGE-FEED-CTL-REC.cpy".

       FD  FEED-ACK-FILE.
           COPY "CHANGE-FEED-ACK-REC.cpy".

       FD  FEED-SNAPSHOT-FILE.
           COPY "CHANGE-FEED-SNAP-REC.cpy".

       FD  FEED-PENDING-NEW-FILE.
       01  FEED-PENDING-NEW-RECORD       PIC X(100).

       FD  FEED-HISTORY-FILE.
       01  FEED-HISTORY-RECORD           PIC X(400).

       FD  FEED-WORK-FILE.
       01  FEED-WORK-RECORD              PIC X(400).

       FD  FEED-OUT-FILE.
       01  FEED-OUT-RECORD               PIC X(400).

       WORKING-STORAGE SECTION.

      *> Run mode and resend range
       01  WS-MODE                       PIC X(8) VALUE SPACES.
           88  MODE-RESEND               VALUE "RESEND".
       01  WS-FIRST-STR                  PIC X(12) VALUE SPACES.
       01  WS-LAST-STR                   PIC X(12) VALUE SPACES.
       01  WS-RESEND-FIRST               PIC 9(10) VALUE 0.
       01  WS-RESEND-LAST                PIC 9(10) VALUE 0.

      *> File status and end-of-file switches
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-EOF                 PIC X VALUE "N".
           88  MASTER-AT-EOF             VALUE "Y".
       01  WS-JOURNAL-STATUS             PIC XX VALUE SPACES.
       01  WS-JOURNAL-EOF                PIC X VALUE "N".
           88  JOURNAL-AT-EOF            VALUE "Y".
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CONTROL-STATUS             PIC XX VALUE SPACES.
       01  WS-ACK-STATUS                 PIC XX VALUE SPACES.
       01  WS-SNAPSHOT-STATUS            PIC XX VALUE SPACES.
       01  WS-SNAPSHOT-EOF               PIC X VALUE "N".
           88  SNAPSHOT-AT-EOF           VALUE "Y".
       01  WS-PENDING-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-WORK-STATUS                PIC XX VALUE SPACES.
       01  WS-WORK-EOF                   PIC X VALUE "N".
           88  WORK-AT-EOF               VALUE "Y".
       01  WS-OUT-STATUS                 PIC XX VALUE SPACES.
       01  WS-FEED-FILE-NAME             PIC X(200) VALUE SPACES.

      *> Acknowledgement outcome: A accepted, R rejected, W still
      *> waiting, M does not match the pending batch
       01  WS-ACK-RESULT                 PIC X VALUE SPACE.

      *> The batch being built
       01  WS-BATCH                      PIC 9(6) VALUE 0.
       01  WS-SEQUENCE                   PIC 9(10) VALUE 0.
       01  WS-FIRST-SEQUENCE             PIC 9(10) VALUE 0.
       01  WS-DETAIL-COUNT               PIC 9(8) VALUE 0.
       01  WS-CUSTOMER-COUNT             PIC 9(8) VALUE 0.
       01  WS-LOAN-COUNT                 PIC 9(8) VALUE 0.
       01  WS-CASE-COUNT                 PIC 9(8) VALUE 0.
       01  WS-JOURNAL-COUNT              PIC 9(8) VALUE 0.
       01  WS-NOW-TS                     PIC X(21) VALUE SPACES.
       01  WS-HEADER-MODE                PIC X(6) VALUE SPACES.
       01  WS-HEADER-BATCH               PIC 9(6) VALUE 0.
       01  WS-HEADER-FIRST               PIC 9(10) VALUE 0.
       01  WS-HEADER-LAST                PIC 9(10) VALUE 0.

      *> Snapshot comparison: the entity in hand, its key and image
      *> as they now stand, and whether the snapshot knew it
       01  WS-ENTITY-CODE                PIC X VALUE SPACE.
       01  WS-SOURCE-KEY                 PIC X(40) VALUE SPACES.
       01  WS-PREVIOUS-KEY               PIC X(40) VALUE SPACES.
       01  WS-SOURCE-IMAGE               PIC X(59) VALUE SPACES.
       01  WS-SNAP-MATCHED               PIC X VALUE "N".
           88  SNAP-MATCHED              VALUE "Y".
       01  WS-SNAP-IMAGE                 PIC X(59) VALUE SPACES.
       01  WS-CUSTOMER-IMAGE.
           05  WS-CI-STATUS              PIC X(6).
           05  WS-CI-ERASED              PIC X.
           05  FILLER                    PIC X(52).
       01  WS-PRIOR-IMAGE.
           05  WS-PI-STATUS              PIC X(6).
           05  WS-PI-ERASED              PIC X.
           05  FILLER                    PIC X(52).
       01  WS-NEW-SNAPSHOT.
           05  WS-NS-ENTITY              PIC X.
           05  WS-NS-KEY                 PIC X(40).
           05  WS-NS-IMAGE               PIC X(59).
       01  WS-UNAVAILABLE                PIC X(20) VALUE SPACES.

      *> Shell command work fields
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Display work fields
       01  WS-COUNT-DISPLAY              PIC ZZ,ZZZ,ZZ9.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Return code, held across the shell calls the audit append
      *> makes
       01  WS-EXIT-CODE                  PIC 9 VALUE 0.

      *> Full command line
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> The feed record, built here and written through the
      *> work, history and outbound files
           COPY "CHANGE-FEED-REC.cpy".

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
           MOVE "CHANGE-FEED" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "OUTBOUND CHANGE FEED".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-MODE WS-FIRST-STR WS-LAST-STR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

           IF WS-MODE NOT = SPACES AND NOT MODE-RESEND
               DISPLAY "ERROR: Unknown mode " WS-MODE
               DISPLAY "Usage: CHANGE-FEED [RESEND <first seq> "
                   "<last seq>]"
               MOVE "REJECTED - BAD_MODE" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
           MOVE BDT-BUSINESS-DATE TO WS-NOW-TS(1:8).

      *> The control record, snapshots and history move together,
      *> so the whole run holds the control file's lock.
           MOVE FCP-FEED-CONTROL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: Change feed is locked - nothing sent"
               MOVE "FAILED - CONTROL_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-FEED-CONTROL.

           IF MODE-RESEND
               PERFORM RESEND-SEQUENCE-RANGE
               PERFORM RELEASE-FILE-LOCK
               PERFORM LOG-AUDIT-TRAIL
               MOVE WS-EXIT-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CFC-PENDING-BATCH > 0
               PERFORM APPLY-ACKNOWLEDGEMENT
               IF WS-ACK-RESULT = "W" OR WS-ACK-RESULT = "M"
                   PERFORM RELEASE-FILE-LOCK
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   IF WS-ACK-RESULT = "W"
                       STRING "WAITING ACK BATCH "
                           CFC-PENDING-BATCH
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                       MOVE 4 TO WS-EXIT-CODE
                   ELSE
                       STRING "ACK MISMATCH BATCH "
                           CFC-PENDING-BATCH
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                       END-STRING
                       MOVE 1 TO WS-EXIT-CODE
                   END-IF
                   DISPLAY "========================================"
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE WS-EXIT-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM BUILD-FEED.

           PERFORM RELEASE-FILE-LOCK.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF WS-DETAIL-COUNT = 0
               DISPLAY "No changes since the last feed - "
                   "nothing sent"
               MOVE "NO CHANGES" TO WS-AUDIT-OUTCOME
           ELSE
               MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Customer changes:  " WS-COUNT-DISPLAY
               MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Loan changes:      " WS-COUNT-DISPLAY
               MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Case changes:      " WS-COUNT-DISPLAY
               DISPLAY "Batch " WS-BATCH " sequences "
                   WS-FIRST-SEQUENCE " - " WS-SEQUENCE
               DISPLAY "Feed written to "
                   FUNCTION TRIM(FCP-FEED-OUTBOUND)
                   " - awaiting acknowledgement"
               STRING "SENT BATCH " WS-BATCH " RECS "
                   WS-DETAIL-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.
           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-FEED-CONTROL.
      *> No control record yet: nothing has ever been fed.
           MOVE SPACES TO FEED-CONTROL-RECORD.
           MOVE 0 TO CFC-LAST-SEQUENCE CFC-LAST-BATCH
               CFC-ACKED-BATCH CFC-ACKED-SEQUENCE CFC-ACKED-JOURNAL
               CFC-PENDING-BATCH CFC-PENDING-FIRST CFC-PENDING-LAST
               CFC-PENDING-COUNT CFC-PENDING-JOURNAL.
           MOVE SPACES TO CFC-ACKED-DATE CFC-PENDING-DATE.

           OPEN INPUT FEED-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ FEED-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE FEED-CONTROL-FILE
           END-IF.

       SAVE-FEED-CONTROL.
           OPEN OUTPUT FEED-CONTROL-FILE.
           WRITE FEED-CONTROL-RECORD.
           CLOSE FEED-CONTROL-FILE.

       APPLY-ACKNOWLEDGEMENT.
           MOVE "W" TO WS-ACK-RESULT.
           OPEN INPUT FEED-ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "Batch " CFC-PENDING-BATCH
                   " has not been acknowledged yet - resend with "
                   "CHANGE-FEED RESEND " CFC-PENDING-FIRST " "
                   CFC-PENDING-LAST " if it was lost"
               EXIT PARAGRAPH
           END-IF.
           READ FEED-ACK-FILE
               AT END
                   MOVE SPACES TO FEED-ACK-RECORD
           END-READ.
           CLOSE FEED-ACK-FILE.

      *> An acknowledgement left over from an earlier batch is not
      *> this batch's.
           IF CFA-BATCH IS NOT NUMERIC
               OR CFA-BATCH NOT = CFC-PENDING-BATCH
               DISPLAY "Batch " CFC-PENDING-BATCH
                   " has not been acknowledged yet - resend with "
                   "CHANGE-FEED RESEND " CFC-PENDING-FIRST " "
                   CFC-PENDING-LAST " if it was lost"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN CFA-STATUS = "ACCEPTED"
                   AND CFA-LAST-SEQUENCE = CFC-PENDING-LAST
                   AND CFA-RECORD-COUNT = CFC-PENDING-COUNT
                   MOVE SPACES TO WS-CMD
                   STRING "mv -f " FUNCTION TRIM(FCP-FEED-PENDING)
                       " " FUNCTION TRIM(FCP-FEED-SNAPSHOT)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
                   MOVE CFC-PENDING-BATCH TO CFC-ACKED-BATCH
                   MOVE CFC-PENDING-LAST TO CFC-ACKED-SEQUENCE
                   MOVE CFC-PENDING-JOURNAL TO CFC-ACKED-JOURNAL
                   MOVE CFC-PENDING-DATE TO CFC-ACKED-DATE
                   PERFORM CLEAR-PENDING-BATCH
                   PERFORM SAVE-FEED-CONTROL
                   MOVE "A" TO WS-ACK-RESULT
                   DISPLAY "Batch " CFC-ACKED-BATCH
                       " acknowledged through sequence "
                       CFC-ACKED-SEQUENCE
               WHEN CFA-STATUS = "REJECTED"
                   MOVE SPACES TO WS-CMD
                   STRING "rm -f " FUNCTION TRIM(FCP-FEED-PENDING)
                       DELIMITED BY SIZE INTO WS-CMD
                   END-STRING
                   CALL "SYSTEM" USING WS-CMD
                   DISPLAY "Batch " CFC-PENDING-BATCH
                       " rejected downstream ("
                       FUNCTION TRIM(CFA-REASON)
                       ") - its changes go again in this feed"
                   PERFORM CLEAR-PENDING-BATCH
                   PERFORM SAVE-FEED-CONTROL
                   MOVE "R" TO WS-ACK-RESULT
               WHEN OTHER
                   DISPLAY "ERROR: Acknowledgement for batch "
                       CFC-PENDING-BATCH " does not match it "
                       "(status " CFA-STATUS ", last sequence "
                       CFA-LAST-SEQUENCE ", records "
                       CFA-RECORD-COUNT ")"
                   DISPLAY "Batch sent: last sequence "
                       CFC-PENDING-LAST ", records "
                       CFC-PENDING-COUNT
                       " - high-water mark NOT moved"
                   MOVE "M" TO WS-ACK-RESULT
           END-EVALUATE.

       CLEAR-PENDING-BATCH.
           MOVE 0 TO CFC-PENDING-BATCH CFC-PENDING-FIRST
               CFC-PENDING-LAST CFC-PENDING-COUNT
               CFC-PENDING-JOURNAL.
           MOVE SPACES TO CFC-PENDING-DATE.

       BUILD-FEED.
      *> Details go to a work file first - the header carries the
      *> last sequence number, which is only known at the end.
           COMPUTE WS-BATCH = CFC-LAST-BATCH + 1.
           MOVE CFC-LAST-SEQUENCE TO WS-SEQUENCE.
           COMPUTE WS-FIRST-SEQUENCE = CFC-LAST-SEQUENCE + 1.

           OPEN OUTPUT FEED-WORK-FILE.
           OPEN OUTPUT FEED-PENDING-NEW-FILE.
           MOVE "N" TO WS-SNAPSHOT-EOF.
           OPEN INPUT FEED-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               MOVE "Y" TO WS-SNAPSHOT-EOF
               MOVE HIGH-VALUES TO FEED-SNAPSHOT-RECORD
           ELSE
               PERFORM READ-SNAPSHOT
           END-IF.

           PERFORM DIFF-CUSTOMERS.
           PERFORM FEED-JOURNAL-CONTACTS.
           PERFORM DIFF-LOANS.
           PERFORM DIFF-CASES.

           IF NOT SNAPSHOT-AT-EOF
               CLOSE FEED-SNAPSHOT-FILE
           END-IF.
           CLOSE FEED-PENDING-NEW-FILE.
           CLOSE FEED-WORK-FILE.

           IF WS-DETAIL-COUNT = 0
               MOVE "rm -f change-feed.wrk change-feed-pending.new"
                   TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               EXIT PARAGRAPH
           END-IF.

           MOVE FCP-FEED-OUTBOUND TO WS-FEED-FILE-NAME.
           MOVE "FEED" TO WS-HEADER-MODE.
           MOVE WS-BATCH TO WS-HEADER-BATCH.
           MOVE WS-FIRST-SEQUENCE TO WS-HEADER-FIRST.
           MOVE WS-SEQUENCE TO WS-HEADER-LAST.
           PERFORM WRITE-FEED-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f change-feed-pending.new "
               FUNCTION TRIM(FCP-FEED-PENDING)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           MOVE WS-SEQUENCE TO CFC-LAST-SEQUENCE.
           MOVE WS-BATCH TO CFC-LAST-BATCH.
           MOVE WS-BATCH TO CFC-PENDING-BATCH.
           MOVE WS-FIRST-SEQUENCE TO CFC-PENDING-FIRST.
           MOVE WS-SEQUENCE TO CFC-PENDING-LAST.
           MOVE WS-DETAIL-COUNT TO CFC-PENDING-COUNT.
           MOVE WS-JOURNAL-COUNT TO CFC-PENDING-JOURNAL.
           MOVE BDT-BUSINESS-DATE TO CFC-PENDING-DATE.
           PERFORM SAVE-FEED-CONTROL.

       READ-SNAPSHOT.
           IF SNAPSHOT-AT-EOF
               EXIT PARAGRAPH
           END-IF.
           READ FEED-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-SNAPSHOT-EOF
                   CLOSE FEED-SNAPSHOT-FILE
                   MOVE HIGH-VALUES TO FEED-SNAPSHOT-RECORD
           END-READ.

       MATCH-SNAPSHOT.
      *> The snapshot is in the order the files are read, so every
      *> snapshot row of this entity still short of the key in hand
      *> has gone from the file; a row on the key is its last
      *> known image.
           MOVE "N" TO WS-SNAP-MATCHED.
           PERFORM UNTIL CFS-ENTITY NOT = WS-ENTITY-CODE
               OR CFS-KEY NOT < WS-SOURCE-KEY
               PERFORM FEED-REMOVED-ENTITY
               PERFORM READ-SNAPSHOT
           END-PERFORM.
           IF CFS-ENTITY = WS-ENTITY-CODE
               AND CFS-KEY = WS-SOURCE-KEY
               MOVE "Y" TO WS-SNAP-MATCHED
               MOVE CFS-IMAGE TO WS-SNAP-IMAGE
               PERFORM READ-SNAPSHOT
           END-IF.

           MOVE WS-ENTITY-CODE TO WS-NS-ENTITY.
           MOVE WS-SOURCE-KEY TO WS-NS-KEY.
           MOVE WS-SOURCE-IMAGE TO WS-NS-IMAGE.
           MOVE WS-NEW-SNAPSHOT TO FEED-PENDING-NEW-RECORD.
           WRITE FEED-PENDING-NEW-RECORD.

       FLUSH-REMOVED-ENTITIES.
      *> Whatever is left of this entity's snapshot after its file
      *> ran out has gone from the file.
           PERFORM UNTIL CFS-ENTITY NOT = WS-ENTITY-CODE
               PERFORM FEED-REMOVED-ENTITY
               PERFORM READ-SNAPSHOT
           END-PERFORM.

       FEED-REMOVED-ENTITY.
           PERFORM START-DETAIL.
           MOVE "REMOVED" TO CF-CHANGE-TYPE.
           MOVE CFS-KEY TO CF-ENTITY-KEY.
           EVALUATE WS-ENTITY-CODE
               WHEN "C"
                   MOVE CFS-IMAGE(1:6) TO CF-PRIOR-STATUS
               WHEN "L"
                   MOVE CFS-IMAGE(28:10) TO CF-PRIOR-STATUS
               WHEN OTHER
                   MOVE CFS-IMAGE(1:8) TO CF-PRIOR-STATUS
           END-EVALUATE.
           PERFORM WRITE-DETAIL.

       CHECK-SOURCE-OPEN.
      *> A file that cannot be read while the snapshot still holds
      *> its rows would read as everything removed - the feed stops
      *> rather than tell downstream that.
           IF CFS-ENTITY = WS-ENTITY-CODE
               DISPLAY "ERROR: " FUNCTION TRIM(WS-UNAVAILABLE)
                   " cannot be read - feed NOT built"
               PERFORM ABANDON-FEED
           END-IF.

       ABANDON-FEED.
           CLOSE FEED-PENDING-NEW-FILE.
           CLOSE FEED-WORK-FILE.
           IF NOT SNAPSHOT-AT-EOF
               CLOSE FEED-SNAPSHOT-FILE
           END-IF.
           MOVE "rm -f change-feed.wrk change-feed-pending.new"
               TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           PERFORM RELEASE-FILE-LOCK.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "FAILED - " WS-UNAVAILABLE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       DIFF-CUSTOMERS.
           MOVE "C" TO WS-ENTITY-CODE.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "CUSTMAST" TO WS-UNAVAILABLE
               PERFORM CHECK-SOURCE-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-MASTER-EOF.
           PERFORM UNTIL MASTER-AT-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM DIFF-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

           PERFORM FLUSH-REMOVED-ENTITIES.

       DIFF-ONE-CUSTOMER.
      *> Status before the field existed reads as spaces and counts
      *> as ACTIVE; a name of REDACTED is CUSTOMER-ERASE's mark.
           MOVE SPACES TO WS-CUSTOMER-IMAGE.
           MOVE CM-STATUS TO WS-CI-STATUS.
           IF WS-CI-STATUS = SPACES
               MOVE "ACTIVE" TO WS-CI-STATUS
           END-IF.
           MOVE "N" TO WS-CI-ERASED.
           IF CM-CUST-NAME = "REDACTED"
               MOVE "Y" TO WS-CI-ERASED
           END-IF.
           MOVE SPACES TO WS-SOURCE-KEY.
           MOVE CM-CUSTOMER-ID TO WS-SOURCE-KEY.
           MOVE WS-CUSTOMER-IMAGE TO WS-SOURCE-IMAGE.

           PERFORM MATCH-SNAPSHOT.

           IF NOT SNAP-MATCHED
               PERFORM START-CUSTOMER-DETAIL
               MOVE "NEW" TO CF-CHANGE-TYPE
               PERFORM WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SNAP-IMAGE TO WS-PRIOR-IMAGE.
           IF WS-CI-ERASED = "Y" AND WS-PI-ERASED NOT = "Y"
               PERFORM START-CUSTOMER-DETAIL
               MOVE "ERASED" TO CF-CHANGE-TYPE
               PERFORM WRITE-DETAIL
           END-IF.
           IF WS-CI-STATUS NOT = WS-PI-STATUS
               PERFORM START-CUSTOMER-DETAIL
               MOVE "STATUS" TO CF-CHANGE-TYPE
               MOVE WS-PI-STATUS TO CF-PRIOR-STATUS
               PERFORM WRITE-DETAIL
           END-IF.

       START-CUSTOMER-DETAIL.
           PERFORM START-DETAIL.
           MOVE CM-CUSTOMER-ID TO CF-ENTITY-KEY.
           MOVE CM-CUST-NAME TO CF-CUST-NAME.
           MOVE CM-EMAIL TO CF-CUST-EMAIL.
           MOVE CM-CITY TO CF-CUST-CITY.
           MOVE CM-PHONE TO CF-CUST-PHONE.
           MOVE CM-POSTAL-CODE TO CF-CUST-POSTAL-CODE.
           MOVE CM-COUNTRY TO CF-CUST-COUNTRY.
           MOVE WS-CI-STATUS TO CF-CUST-STATUS.

       FEED-JOURNAL-CONTACTS.
      *> Every journal row past the acknowledged position, in the
      *> order CUSTOMER-UPDATE wrote them. CUSTOMER-ERASE redacts
      *> rows in place and nothing else removes any, so the count
      *> read is a safe bookmark.
           MOVE 0 TO WS-JOURNAL-COUNT.
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-JOURNAL-EOF.
           PERFORM UNTIL JOURNAL-AT-EOF
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-COUNT
                       IF WS-JOURNAL-COUNT > CFC-ACKED-JOURNAL
                           PERFORM FEED-ONE-CONTACT-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.

           IF WS-JOURNAL-COUNT < CFC-ACKED-JOURNAL
               DISPLAY "WARNING: Change journal is shorter than at "
                   "the last feed - contact changes resume from "
                   "its end"
           END-IF.

       FEED-ONE-CONTACT-CHANGE.
           MOVE "C" TO WS-ENTITY-CODE.
           PERFORM START-DETAIL.
           MOVE "CONTACT" TO CF-CHANGE-TYPE.
           MOVE CJ-CUSTOMER-ID TO CF-ENTITY-KEY.
           MOVE CJ-TIMESTAMP TO CF-CHANGED-AT.
           MOVE CJ-NEW-NAME TO CF-CUST-NAME.
           MOVE CJ-NEW-EMAIL TO CF-CUST-EMAIL.
           MOVE CJ-NEW-CITY TO CF-CUST-CITY.
           MOVE CJ-NEW-PHONE TO CF-CUST-PHONE.
           PERFORM WRITE-DETAIL.

       DIFF-LOANS.
           MOVE "L" TO WS-ENTITY-CODE.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               MOVE "LOAN_BOOK" TO WS-UNAVAILABLE
               PERFORM CHECK-SOURCE-OPEN
               PERFORM FLUSH-REMOVED-ENTITIES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM UNTIL LOAN-BOOK-AT-EOF
               READ LOAN-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-BOOK-EOF
                   NOT AT END
                       PERFORM DIFF-ONE-LOAN
               END-READ
           END-PERFORM.
           CLOSE LOAN-BOOK-FILE.

           PERFORM FLUSH-REMOVED-ENTITIES.

       DIFF-ONE-LOAN.
           MOVE SPACES TO WS-SOURCE-KEY.
           MOVE LB-BOOK-KEY TO WS-SOURCE-KEY.
           MOVE SPACES TO WS-SOURCE-IMAGE.
           MOVE LOAN-BOOK-RECORD(32:51) TO WS-SOURCE-IMAGE.

           PERFORM MATCH-SNAPSHOT.

           IF SNAP-MATCHED AND WS-SNAP-IMAGE = WS-SOURCE-IMAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM START-DETAIL.
           MOVE LB-BOOK-KEY TO CF-ENTITY-KEY.
           MOVE LOAN-BOOK-RECORD(32:51) TO CF-LOAN-IMAGE.
           EVALUATE TRUE
               WHEN NOT SNAP-MATCHED
                   MOVE "NEW" TO CF-CHANGE-TYPE
               WHEN WS-SNAP-IMAGE(28:10) NOT = LB-STATUS
                   MOVE "STATUS" TO CF-CHANGE-TYPE
                   MOVE WS-SNAP-IMAGE(28:10) TO CF-PRIOR-STATUS
               WHEN OTHER
                   MOVE "CHANGED" TO CF-CHANGE-TYPE
           END-EVALUATE.
           PERFORM WRITE-DETAIL.

       DIFF-CASES.
      *> Case numbers come off one counter and cases are only ever
      *> appended, so the queue is in key order (cases from before
      *> numbering, with blank numbers, first). A queue found out
      *> of that order cannot be compared and stops the feed.
           MOVE "K" TO WS-ENTITY-CODE.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               MOVE "CASE_QUEUE" TO WS-UNAVAILABLE
               PERFORM CHECK-SOURCE-OPEN
               PERFORM FLUSH-REMOVED-ENTITIES
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO WS-PREVIOUS-KEY.
           MOVE "N" TO WS-CASE-EOF.
           PERFORM UNTIL CASE-AT-EOF
               READ CASE-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       PERFORM DIFF-ONE-CASE
               END-READ
           END-PERFORM.
           CLOSE CASE-QUEUE-FILE.

           PERFORM FLUSH-REMOVED-ENTITIES.

       DIFF-ONE-CASE.
           MOVE SPACES TO WS-SOURCE-KEY.
           STRING CQ-CASE-NUMBER CQ-TIMESTAMP CQ-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-SOURCE-KEY
           END-STRING.
           IF WS-SOURCE-KEY NOT > WS-PREVIOUS-KEY
               DISPLAY "ERROR: Case queue is out of case number "
                   "order at case " CQ-CASE-NUMBER
                   " - feed NOT built"
               MOVE "CASE_QUEUE_ORDER" TO WS-UNAVAILABLE
               CLOSE CASE-QUEUE-FILE
               PERFORM ABANDON-FEED
           END-IF.
           MOVE WS-SOURCE-KEY TO WS-PREVIOUS-KEY.
           MOVE SPACES TO WS-SOURCE-IMAGE.
           MOVE CQ-STATUS TO WS-SOURCE-IMAGE.

           PERFORM MATCH-SNAPSHOT.

           IF SNAP-MATCHED AND WS-SNAP-IMAGE = WS-SOURCE-IMAGE
               EXIT PARAGRAPH
           END-IF.

           PERFORM START-DETAIL.
           MOVE WS-SOURCE-KEY TO CF-ENTITY-KEY.
           MOVE CASE-QUEUE-RECORD TO CF-CASE-IMAGE.
           IF SNAP-MATCHED
               MOVE "STATUS" TO CF-CHANGE-TYPE
               MOVE WS-SNAP-IMAGE(1:8) TO CF-PRIOR-STATUS
           ELSE
               MOVE "NEW" TO CF-CHANGE-TYPE
           END-IF.
           PERFORM WRITE-DETAIL.

       START-DETAIL.
           MOVE SPACES TO CHANGE-FEED-RECORD.
           MOVE "D" TO CF-RECORD-TYPE.
           MOVE WS-BATCH TO CF-BATCH.
           MOVE WS-NOW-TS TO CF-CHANGED-AT.
           EVALUATE WS-ENTITY-CODE
               WHEN "C"
                   MOVE "CUSTOMER" TO CF-ENTITY
               WHEN "L"
                   MOVE "LOAN" TO CF-ENTITY
               WHEN OTHER
                   MOVE "CASE" TO CF-ENTITY
           END-EVALUATE.

       WRITE-DETAIL.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-SEQUENCE TO CF-SEQUENCE.
           MOVE CHANGE-FEED-RECORD TO FEED-WORK-RECORD.
           WRITE FEED-WORK-RECORD.
           PERFORM COUNT-DETAIL.

       COUNT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           EVALUATE CF-ENTITY
               WHEN "CUSTOMER"
                   ADD 1 TO WS-CUSTOMER-COUNT
               WHEN "LOAN"
                   ADD 1 TO WS-LOAN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CASE-COUNT
           END-EVALUATE.

       WRITE-FEED-FILE.
      *> Header, the details off the work file, trailer. A new feed
      *> also keeps its details on the history for later resends.
           OPEN OUTPUT FEED-OUT-FILE.
           IF WS-HEADER-MODE = "FEED"
               OPEN EXTEND FEED-HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT FEED-HISTORY-FILE
               END-IF
           END-IF.

           MOVE SPACES TO CHANGE-FEED-RECORD.
           MOVE "H" TO CF-RECORD-TYPE.
           MOVE WS-HEADER-BATCH TO CF-HDR-BATCH.
           MOVE BDT-BUSINESS-DATE TO CF-HDR-BUSINESS-DATE.
           MOVE WS-NOW-TS TO CF-HDR-CREATED-TS.
           MOVE WS-HEADER-MODE TO CF-HDR-MODE.
           MOVE WS-HEADER-FIRST TO CF-HDR-FIRST-SEQ.
           MOVE WS-HEADER-LAST TO CF-HDR-LAST-SEQ.
           MOVE CHANGE-FEED-RECORD TO FEED-OUT-RECORD.
           WRITE FEED-OUT-RECORD.

           OPEN INPUT FEED-WORK-FILE.
           MOVE "N" TO WS-WORK-EOF.
           PERFORM UNTIL WORK-AT-EOF
               READ FEED-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                       MOVE FEED-WORK-RECORD TO FEED-OUT-RECORD
                       WRITE FEED-OUT-RECORD
                       IF WS-HEADER-MODE = "FEED"
                           MOVE FEED-WORK-RECORD
                               TO FEED-HISTORY-RECORD
                           WRITE FEED-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-WORK-FILE.

           MOVE SPACES TO CHANGE-FEED-RECORD.
           MOVE "T" TO CF-RECORD-TYPE.
           MOVE WS-HEADER-BATCH TO CF-TRL-BATCH.
           MOVE WS-DETAIL-COUNT TO CF-TRL-RECORD-COUNT.
           MOVE WS-CUSTOMER-COUNT TO CF-TRL-CUSTOMER-COUNT.
           MOVE WS-LOAN-COUNT TO CF-TRL-LOAN-COUNT.
           MOVE WS-CASE-COUNT TO CF-TRL-CASE-COUNT.
           MOVE WS-HEADER-FIRST TO CF-TRL-FIRST-SEQ.
           MOVE WS-HEADER-LAST TO CF-TRL-LAST-SEQ.
           MOVE CHANGE-FEED-RECORD TO FEED-OUT-RECORD.
           WRITE FEED-OUT-RECORD.

           CLOSE FEED-OUT-FILE.
           IF WS-HEADER-MODE = "FEED"
               CLOSE FEED-HISTORY-FILE
           END-IF.

           MOVE "rm -f change-feed.wrk" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.

       RESEND-SEQUENCE-RANGE.
      *> A resend is a copy of history: the details as they were
      *> first sent, nothing recomputed and no state moved.
           IF WS-FIRST-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIRST-STR) TO WS-RESEND-FIRST
           END-IF.
           IF WS-LAST-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-LAST-STR) TO WS-RESEND-LAST
           END-IF.
           IF WS-RESEND-FIRST = 0
               OR WS-RESEND-LAST < WS-RESEND-FIRST
               OR WS-RESEND-LAST > CFC-LAST-SEQUENCE
               DISPLAY "ERROR: Resend range must be sequence numbers "
                   "1 to " CFC-LAST-SEQUENCE ", first not after last"
               DISPLAY "Usage: CHANGE-FEED RESEND <first seq> "
                   "<last seq>"
               MOVE "REJECTED - BAD_RANGE" TO WS-AUDIT-OUTCOME
               MOVE 1 TO WS-EXIT-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT FEED-WORK-FILE.
           OPEN INPUT FEED-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL HISTORY-AT-EOF
                   READ FEED-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           MOVE FEED-HISTORY-RECORD
                               TO CHANGE-FEED-RECORD
                           IF CF-SEQUENCE >= WS-RESEND-FIRST
                               AND CF-SEQUENCE <= WS-RESEND-LAST
                               MOVE FEED-HISTORY-RECORD
                                   TO FEED-WORK-RECORD
                               WRITE FEED-WORK-RECORD
                               PERFORM COUNT-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-HISTORY-FILE
           END-IF.
           CLOSE FEED-WORK-FILE.

           MOVE FCP-FEED-RESEND TO WS-FEED-FILE-NAME.
           MOVE "RESEND" TO WS-HEADER-MODE.
           MOVE 0 TO WS-HEADER-BATCH.
           MOVE WS-RESEND-FIRST TO WS-HEADER-FIRST.
           MOVE WS-RESEND-LAST TO WS-HEADER-LAST.
           PERFORM WRITE-FEED-FILE.

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Resent sequences " WS-RESEND-FIRST " - "
               WS-RESEND-LAST ": " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " records".
           IF WS-DETAIL-COUNT NOT =
               WS-RESEND-LAST - WS-RESEND-FIRST + 1
               DISPLAY "WARNING: History does not hold every "
                   "sequence in the range"
           END-IF.
           DISPLAY "Resend written to "
               FUNCTION TRIM(FCP-FEED-RESEND).
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "RESENT " WS-RESEND-FIRST "-" WS-RESEND-LAST
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "CHANGE-FEED" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "CHANGE_FEED" TO AT-ACTION.
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
