      *> NAME-SCREEN-PARA.cpy
      *> Sanctions Name Screening - Paragraphs
      *>
      *> See NAME-SCREEN-WS.cpy for how callers drive these.

       LOAD-NAME-SCREEN-TABLES.
      *> A missing list screens nobody; a missing cleared list
      *> clears nobody; a missing or nonsensical threshold keeps the
      *> default.
           MOVE 0 TO NSC-LIST-COUNT.
           MOVE 0 TO NSC-CLEARED-COUNT.
           MOVE "N" TO NSC-LIST-FULL-FLAG.

           OPEN INPUT NAME-SCREEN-CONFIG-FILE.
           IF NSC-CONFIG-STATUS = "00"
               READ NAME-SCREEN-CONFIG-FILE
                   AT END
                       MOVE SPACES TO NAME-SCREEN-CONFIG-RECORD
               END-READ
               IF FUNCTION NUMVAL(NAME-SCREEN-CONFIG-RECORD) > 0
                   AND FUNCTION NUMVAL(NAME-SCREEN-CONFIG-RECORD)
                       NOT > 100
                   MOVE FUNCTION NUMVAL(NAME-SCREEN-CONFIG-RECORD)
                       TO NSC-THRESHOLD
               END-IF
               CLOSE NAME-SCREEN-CONFIG-FILE
           END-IF.

           OPEN INPUT SANCTIONS-NAME-FILE.
           IF NSC-LIST-STATUS = "00"
               MOVE "N" TO NSC-EOF
               PERFORM READ-SANCTIONS-NAME-ENTRY
                   UNTIL NSC-AT-EOF
               CLOSE SANCTIONS-NAME-FILE
           END-IF.

           OPEN INPUT CLEARED-MATCH-FILE.
           IF NSC-CLEARED-STATUS = "00"
               MOVE "N" TO NSC-EOF
               PERFORM READ-CLEARED-MATCH-ENTRY
                   UNTIL NSC-AT-EOF
               CLOSE CLEARED-MATCH-FILE
           END-IF.

           MOVE "Y" TO NSC-TABLES-LOADED.

       READ-SANCTIONS-NAME-ENTRY.
           READ SANCTIONS-NAME-FILE
               AT END
                   MOVE "Y" TO NSC-EOF
               NOT AT END
                   IF SN-ENTRY-ID NOT = SPACES
                       AND SN-LISTED-NAME NOT = SPACES
                       IF NSC-LIST-COUNT < NSC-LIST-MAX
                           PERFORM ADD-SANCTIONS-NAME-ENTRY
                       ELSE
                           MOVE "Y" TO NSC-LIST-FULL-FLAG
                       END-IF
                   END-IF
           END-READ.

       ADD-SANCTIONS-NAME-ENTRY.
           ADD 1 TO NSC-LIST-COUNT.
           MOVE SN-ENTRY-ID TO NSC-LE-ENTRY-ID(NSC-LIST-COUNT).
           MOVE SN-COUNTRY TO NSC-LE-COUNTRY(NSC-LIST-COUNT).
           MOVE SN-LISTED-NAME TO NSC-NORM-INPUT.
           PERFORM NORMALIZE-SCREEN-NAME.
           MOVE NSC-NORM-COUNT TO NSC-LE-TOKEN-COUNT(NSC-LIST-COUNT).
           PERFORM VARYING NSC-ENTRY-IX FROM 1 BY 1
               UNTIL NSC-ENTRY-IX > 8
               MOVE NSC-NORM-TOKEN(NSC-ENTRY-IX)
                   TO NSC-LE-TOKEN(NSC-LIST-COUNT, NSC-ENTRY-IX)
           END-PERFORM.

       READ-CLEARED-MATCH-ENTRY.
           READ CLEARED-MATCH-FILE
               AT END
                   MOVE "Y" TO NSC-EOF
               NOT AT END
                   IF NSC-CLEARED-COUNT < NSC-CLEARED-MAX
                       ADD 1 TO NSC-CLEARED-COUNT
                       MOVE CL-CUSTOMER-ID
                           TO NSC-CL-CUSTOMER-ID(NSC-CLEARED-COUNT)
                       MOVE CL-ENTRY-ID
                           TO NSC-CL-ENTRY-ID(NSC-CLEARED-COUNT)
                   END-IF
           END-READ.

       NORMALIZE-SCREEN-NAME.
      *> NSC-NORM-INPUT into up to eight upper-case words in
      *> NSC-NORM-TOKEN(1 .. NSC-NORM-COUNT). Punctuation, and the
      *> underscores that join words in command-line names, separate
      *> words the way a blank does.
           MOVE SPACES TO NSC-NORM-TOKENS.
           MOVE 0 TO NSC-NORM-COUNT.
           MOVE FUNCTION UPPER-CASE(NSC-NORM-INPUT) TO NSC-NORM-WORK.
           INSPECT NSC-NORM-WORK CONVERTING ".,;:-_'/&()"
               TO "           ".
           IF NSC-NORM-WORK = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(NSC-NORM-WORK) TO NSC-NORM-WORK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NSC-NORM-WORK))
               TO NSC-NORM-LEN.
           UNSTRING NSC-NORM-WORK(1:NSC-NORM-LEN)
               DELIMITED BY ALL SPACES
               INTO NSC-NORM-TOKEN(1) NSC-NORM-TOKEN(2)
                    NSC-NORM-TOKEN(3) NSC-NORM-TOKEN(4)
                    NSC-NORM-TOKEN(5) NSC-NORM-TOKEN(6)
                    NSC-NORM-TOKEN(7) NSC-NORM-TOKEN(8)
               TALLYING IN NSC-NORM-COUNT
           END-UNSTRING.
           IF NSC-NORM-COUNT > 8
               MOVE 8 TO NSC-NORM-COUNT
           END-IF.

       SCREEN-CUSTOMER-NAME.
           IF NOT NSC-TABLES-READY
               PERFORM LOAD-NAME-SCREEN-TABLES
           END-IF.

           MOVE 0 TO NSC-MATCH-COUNT.
           MOVE 0 TO NSC-CASES-OPENED.
           MOVE 0 TO NSC-BEST-SCORE.
           MOVE SPACES TO NSC-BEST-ENTRY.

           MOVE NSC-CUST-NAME TO NSC-NORM-INPUT.
           PERFORM NORMALIZE-SCREEN-NAME.
           MOVE NSC-NORM-TOKENS TO NSC-CUST-TOKENS.
           MOVE NSC-NORM-COUNT TO NSC-CUST-TOKEN-COUNT.
           IF NSC-CUST-TOKEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NSC-LIST-IX FROM 1 BY 1
               UNTIL NSC-LIST-IX > NSC-LIST-COUNT
               PERFORM SCORE-LIST-ENTRY
               IF NSC-SCORE >= NSC-THRESHOLD
                   PERFORM RAISE-NAME-MATCH
               END-IF
           END-PERFORM.

       SCORE-LIST-ENTRY.
      *> Each of the customer's words may pair off with one word of
      *> the listed name; the name score is the paired words' share
      *> of all the words on both sides.
           MOVE 0 TO NSC-SCORE.
           MOVE 0 TO NSC-MATCHED-TOKENS.
           MOVE SPACES TO NSC-TOKEN-USED-FLAGS.
           IF NSC-LE-TOKEN-COUNT(NSC-LIST-IX) = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING NSC-CUST-IX FROM 1 BY 1
               UNTIL NSC-CUST-IX > NSC-CUST-TOKEN-COUNT
               MOVE "N" TO NSC-TOKEN-HIT
               PERFORM VARYING NSC-ENTRY-IX FROM 1 BY 1
                   UNTIL NSC-ENTRY-IX >
                       NSC-LE-TOKEN-COUNT(NSC-LIST-IX)
                   OR NSC-TOKEN-HIT = "Y"
                   IF NSC-TOKEN-USED(NSC-ENTRY-IX) NOT = "Y"
                       AND NSC-LE-TOKEN(NSC-LIST-IX, NSC-ENTRY-IX)
                           = NSC-CUST-TOKEN(NSC-CUST-IX)
                       MOVE "Y" TO NSC-TOKEN-USED(NSC-ENTRY-IX)
                       MOVE "Y" TO NSC-TOKEN-HIT
                       ADD 1 TO NSC-MATCHED-TOKENS
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF NSC-MATCHED-TOKENS = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE NSC-NAME-SCORE = (200 * NSC-MATCHED-TOKENS)
               / (NSC-CUST-TOKEN-COUNT
                   + NSC-LE-TOKEN-COUNT(NSC-LIST-IX)).

           EVALUATE TRUE
               WHEN NSC-COUNTRY = SPACES
                   OR NSC-LE-COUNTRY(NSC-LIST-IX) = SPACES
                   MOVE 5 TO NSC-COUNTRY-POINTS
               WHEN NSC-COUNTRY = NSC-LE-COUNTRY(NSC-LIST-IX)
                   MOVE 10 TO NSC-COUNTRY-POINTS
               WHEN OTHER
                   MOVE 0 TO NSC-COUNTRY-POINTS
           END-EVALUATE.

           COMPUTE NSC-SCORE = (NSC-NAME-SCORE * 9) / 10
               + NSC-COUNTRY-POINTS.

       RAISE-NAME-MATCH.
      *> A pair an analyst has already cleared is never raised
      *> again; one that already has a review case open is counted
      *> but not given a second case.
           MOVE "N" TO NSC-CLEARED-FOUND.
           PERFORM VARYING NSC-CLEARED-IX FROM 1 BY 1
               UNTIL NSC-CLEARED-IX > NSC-CLEARED-COUNT
               OR NSC-PAIR-CLEARED
               IF NSC-CL-CUSTOMER-ID(NSC-CLEARED-IX) = NSC-CUSTOMER-ID
                   AND NSC-CL-ENTRY-ID(NSC-CLEARED-IX)
                       = NSC-LE-ENTRY-ID(NSC-LIST-IX)
                   MOVE "Y" TO NSC-CLEARED-FOUND
               END-IF
           END-PERFORM.
           IF NSC-PAIR-CLEARED
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO NSC-MATCH-COUNT.
           IF NSC-SCORE > NSC-BEST-SCORE
               MOVE NSC-SCORE TO NSC-BEST-SCORE
               MOVE NSC-LE-ENTRY-ID(NSC-LIST-IX) TO NSC-BEST-ENTRY
           END-IF.

           MOVE SPACES TO NSC-CASE-FLAGS.
           STRING "SANCTIONS_NAME_MATCH " NSC-LE-ENTRY-ID(NSC-LIST-IX)
               DELIMITED BY SIZE INTO NSC-CASE-FLAGS
           END-STRING.

           PERFORM CHECK-NAME-MATCH-CASE-OPEN.
           IF NSC-CASE-ALREADY-OPEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-NAME-MATCH-CASE.

       CHECK-NAME-MATCH-CASE-OPEN.
           MOVE "N" TO NSC-OPEN-CASE-FOUND.
           OPEN INPUT CASE-QUEUE-FILE.
           IF NSC-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO NSC-CASE-EOF.
           PERFORM READ-CASE-FOR-NAME-MATCH
               UNTIL NSC-CASE-AT-EOF OR NSC-CASE-ALREADY-OPEN.

           CLOSE CASE-QUEUE-FILE.

       READ-CASE-FOR-NAME-MATCH.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO NSC-CASE-EOF
               NOT AT END
                   IF CQ-CUSTOMER-ID = NSC-CUSTOMER-ID
                       AND CQ-FRAUD-FLAGS = NSC-CASE-FLAGS
                       AND CQ-STATUS NOT = "CLOSED"
                       MOVE "Y" TO NSC-OPEN-CASE-FOUND
                   END-IF
           END-READ.

       OPEN-NAME-MATCH-CASE.
      *> The case-number counter and the queue append run under one
      *> lock, the same discipline FRAUD-CHECK applies when it opens
      *> a case; if the lock cannot be had the case is still opened
      *> after the conflicting program is named.
           MOVE FCP-CASE-QUEUE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           PERFORM ISSUE-NAME-MATCH-CASE-NUMBER.

           OPEN EXTEND CASE-QUEUE-FILE.
           IF NSC-CASE-STATUS = "35"
               OPEN OUTPUT CASE-QUEUE-FILE
           END-IF.

           MOVE SPACES TO CASE-QUEUE-RECORD.
           MOVE BDT-BUSINESS-DATE(1:4) TO CQ-TIMESTAMP(1:4).
           MOVE "-" TO CQ-TIMESTAMP(5:1).
           MOVE BDT-BUSINESS-DATE(5:2) TO CQ-TIMESTAMP(6:2).
           MOVE "-" TO CQ-TIMESTAMP(8:1).
           MOVE BDT-BUSINESS-DATE(7:2) TO CQ-TIMESTAMP(9:2).
           MOVE "T" TO CQ-TIMESTAMP(11:1).
           MOVE FUNCTION CURRENT-DATE(9:2) TO CQ-TIMESTAMP(12:2).
           MOVE ":" TO CQ-TIMESTAMP(14:1).
           MOVE FUNCTION CURRENT-DATE(11:2) TO CQ-TIMESTAMP(15:2).
           MOVE ":" TO CQ-TIMESTAMP(17:1).
           MOVE FUNCTION CURRENT-DATE(13:2) TO CQ-TIMESTAMP(18:2).
           MOVE NSC-CUSTOMER-ID TO CQ-CUSTOMER-ID.
           MOVE "000000000000.00" TO CQ-TXN-AMOUNT-STR.
           MOVE NSC-CASE-FLAGS TO CQ-FRAUD-FLAGS.
           MOVE NSC-SCORE TO CQ-FRAUD-SCORE-STR.
           MOVE "REVIEW" TO CQ-RECOMMEND.
           MOVE NSC-NEXT-CASE-NUMBER TO CQ-CASE-NUMBER.
           MOVE "OPEN" TO CQ-STATUS.
           MOVE SPACES TO CQ-ANALYST-ID.
           MOVE SPACES TO CQ-PRIORITY.
           WRITE CASE-QUEUE-RECORD.

           CLOSE CASE-QUEUE-FILE.

           PERFORM RELEASE-FILE-LOCK.

           ADD 1 TO NSC-CASES-OPENED.
           DISPLAY "Case " CQ-CASE-NUMBER " opened: "
               FUNCTION TRIM(NSC-CUSTOMER-ID)
               " scores " NSC-SCORE " against list entry "
               FUNCTION TRIM(NSC-LE-ENTRY-ID(NSC-LIST-IX)).

       ISSUE-NAME-MATCH-CASE-NUMBER.
      *> Case numbers come off the shared one-record counter file,
      *> the same sequence FRAUD-CHECK issues from. A missing
      *> counter file starts the sequence at one.
           MOVE 0 TO NSC-NEXT-CASE-NUMBER.
           OPEN INPUT CASE-NUMBER-FILE.
           IF NSC-CASE-NUMBER-STATUS = "00"
               READ CASE-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CN-LAST-NUMBER-STR)
                           TO NSC-NEXT-CASE-NUMBER
               END-READ
               CLOSE CASE-NUMBER-FILE
           END-IF.

           ADD 1 TO NSC-NEXT-CASE-NUMBER.
           MOVE NSC-NEXT-CASE-NUMBER TO CN-LAST-NUMBER-STR.

           OPEN OUTPUT CASE-NUMBER-FILE.
           WRITE CASE-NUMBER-RECORD.
           CLOSE CASE-NUMBER-FILE.
