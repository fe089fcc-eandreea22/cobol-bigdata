      *> worked outside this queue) but is visible on the record and
      *> the audit trail.
      *>
      *> An ID-EXPIRY item (opened by ID-EXPIRY because the
      *> customer's identity document has run out) is different: it
      *> is about the document, not the review cycle, so it only
      *> closes once a newer, unexpired document has been recorded
      *> on id-document-register.dat, and closing it leaves the
      *> next periodic review date alone.
      *>
      *> Invocation: KYC-REVIEW <customer_id> <reviewer_id>
      *>                        <PASS|ESCALATE> [PERIODIC|ID-EXPIRY]
      *>   Without a reason, the customer's first OPEN item is
      *>   worked, whatever its reason.
      *> Example: ./kyc-review C-00001 A-0001 PASS
      *>          ./kyc-review C-00001 A-0001 PASS ID-EXPIRY

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT ID-DOCUMENT-FILE ASSIGN TO FCP-ID-DOCUMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

           SELECT KYC-QUEUE-NEW-FILE
               ASSIGN TO "kyc-review-queue.new"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  KYC-QUEUE-FILE.
           COPY "KYC-REC.cpy".

       FD  ID-DOCUMENT-FILE.
           COPY "ID-DOCUMENT-REC.cpy".

       FD  KYC-QUEUE-NEW-FILE.
       01  KYC-QUEUE-NEW-RECORD          PIC X(98).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".
       01  WS-ITEM-FOUND                 PIC X VALUE "N".
           88  OPEN-ITEM-FOUND           VALUE "Y".
       01  WS-ITEM-CLOSED                PIC X VALUE "N".
       01  WS-ITEM-REASON                PIC X(10) VALUE SPACES.
       01  WS-ITEM-OPENED-TS             PIC X(21) VALUE SPACES.

      *> Identity document check work fields (ID-EXPIRY items)
       01  WS-DOCUMENT-STATUS            PIC XX VALUE SPACES.
       01  WS-DOCUMENT-EOF               PIC X VALUE "N".
           88  DOCUMENT-AT-EOF           VALUE "Y".
       01  WS-NEW-DOC-FOUND              PIC X VALUE "N".
           88  NEW-DOCUMENT-RECORDED     VALUE "Y".

      *> Next review date derivation
       01  WS-TODAY-INT                  PIC 9(7) VALUE 0.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-REVIEWER-ID                PIC X(10) VALUE SPACES.
       01  WS-OUTCOME                    PIC X(10) VALUE SPACES.
       01  WS-REASON                     PIC X(10) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.
               INTO WS-CUSTOMER-ID
                    WS-REVIEWER-ID
                    WS-OUTCOME
                    WS-REASON
           END-UNSTRING.

           IF WS-CUSTOMER-ID = SPACES OR WS-REVIEWER-ID = SPACES
               OR (WS-OUTCOME NOT = "PASS"
                   AND WS-OUTCOME NOT = "ESCALATE")
               OR (WS-REASON NOT = SPACES
                   AND WS-REASON NOT = "PERIODIC"
                   AND WS-REASON NOT = "ID-EXPIRY")
               DISPLAY "ERROR: Missing or invalid parameters"
               DISPLAY "Usage: KYC-REVIEW <customer_id> "
                   "<reviewer_id> <PASS|ESCALATE> "
                   "[PERIODIC|ID-EXPIRY]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

      *> An expired document is not cured by a reviewer's say-so -
      *> the replacement has to be on the register first.
           IF WS-ITEM-REASON = "ID-EXPIRY"
               PERFORM CHECK-NEW-DOCUMENT
               IF NOT NEW-DOCUMENT-RECORDED
                   DISPLAY "ERROR: No new identity document recorded "
                       "for " WS-CUSTOMER-ID " since the item opened"
                   DISPLAY "Record the renewed document with "
                       "ID-DOCUMENT first"
                   MOVE "KYC_REVIEW" TO WS-AUDIT-ACTION
                   MOVE "REJECTED - NO_NEW_ID_DOCUMENT"
                       TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM CLOSE-REVIEW-ITEM.
           IF WS-ITEM-REASON NOT = "ID-EXPIRY"
               PERFORM ADVANCE-REVIEW-DATE
           END-IF.

           DISPLAY "".
           DISPLAY "Review for " WS-CUSTOMER-ID " closed as "
               FUNCTION TRIM(WS-OUTCOME) " by "
               FUNCTION TRIM(WS-REVIEWER-ID) ".".
           IF WS-ITEM-REASON = "ID-EXPIRY"
               DISPLAY "Identity document renewal - next periodic "
                   "review unchanged."
           ELSE
               DISPLAY "Next review: " WS-NEXT-DATE
           END-IF.
           DISPLAY "========================================".

           MOVE "KYC_REVIEW" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           IF WS-ITEM-REASON = "ID-EXPIRY"
               STRING FUNCTION TRIM(WS-OUTCOME) " BY " WS-REVIEWER-ID
                   " ID-EXPIRY"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-OUTCOME) " BY " WS-REVIEWER-ID
                   " NEXT " WS-NEXT-DATE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
               NOT AT END
                   IF KY-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND KY-STATUS = "OPEN"
                       PERFORM CHECK-ITEM-REASON
                   END-IF
           END-READ.

       CHECK-ITEM-REASON.
      *> Items from before the reason existed are periodic reviews.
           IF KY-REASON = SPACES
               MOVE "PERIODIC" TO KY-REASON
           END-IF.
           IF WS-REASON = SPACES OR WS-REASON = KY-REASON
               MOVE "Y" TO WS-ITEM-FOUND
               MOVE KY-REASON TO WS-ITEM-REASON
               MOVE KY-OPENED-TS TO WS-ITEM-OPENED-TS
           END-IF.

       CHECK-NEW-DOCUMENT.
      *> A document recorded after the item was opened, still
      *> CURRENT and not itself expired, is the renewal the item is
      *> waiting for.
           MOVE "N" TO WS-NEW-DOC-FOUND.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF WS-DOCUMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DOCUMENT-EOF.
           PERFORM READ-FOR-NEW-DOCUMENT
               UNTIL DOCUMENT-AT-EOF OR NEW-DOCUMENT-RECORDED.

           CLOSE ID-DOCUMENT-FILE.

       READ-FOR-NEW-DOCUMENT.
           READ ID-DOCUMENT-FILE
               AT END
                   MOVE "Y" TO WS-DOCUMENT-EOF
               NOT AT END
                   IF ID-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND ID-STATUS = "CURRENT"
                       AND ID-RECORDED-TS > WS-ITEM-OPENED-TS
                       AND ID-EXPIRY-DATE > BDT-BUSINESS-DATE
                       MOVE "Y" TO WS-NEW-DOC-FOUND
                   END-IF
           END-READ.

       CLOSE-REVIEW-ITEM.
      *> The queue is line sequential, so the closure is applied by
      *> copying the file record-for-record with the OPEN item found
      *> above (the first one for this customer with that reason)
      *> rewritten, then swapping the copy into
      *> place - the same rewrite pattern the other queues use,
      *> under the queue's own lock.
           MOVE FCP-KYC-QUEUE TO FLK-TARGET-NAME.
                   IF KY-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND KY-STATUS = "OPEN"
                       AND WS-ITEM-CLOSED = "N"
                       AND (KY-REASON = WS-ITEM-REASON
                           OR (KY-REASON = SPACES
                               AND WS-ITEM-REASON = "PERIODIC"))
                       MOVE "CLOSED" TO KY-STATUS
                       MOVE WS-REVIEWER-ID TO KY-REVIEWER-ID
                       MOVE WS-OUTCOME TO KY-OUTCOME
