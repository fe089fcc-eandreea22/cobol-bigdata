      *>   change journal        - the old/new contact field images
      *>   lookup cache          - the raw 360 response
      *>   transaction history   - the location field
      *>   change feed history   - the customer details kept for
      *>                           resends
      *> The numeric skeletons (balances, amounts, counters, the
      *> internal customer ID) stay, so the reports and
      *> BALANCE-CHECK keep reconciling. The audit trail and risk
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-NEW-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO FCP-FEED-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FEED-HISTORY-NEW-FILE
               ASSIGN TO "change-feed-history.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-NEW-STATUS.

           SELECT LOOKUP-CACHE-FILE ASSIGN TO FCP-LOOKUP-CACHE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.
       FD  CHANGE-JOURNAL-NEW-FILE.
       01  CHANGE-JOURNAL-NEW-RECORD     PIC X(461).

       FD  FEED-HISTORY-FILE.
           COPY "CHANGE-FEED-REC.cpy".

       FD  FEED-HISTORY-NEW-FILE.
       01  FEED-HISTORY-NEW-RECORD       PIC X(400).

       FD  LOOKUP-CACHE-FILE.
           COPY "LOOKUP-CACHE-REC.cpy".

       01  WS-JOURNAL-NEW-STATUS         PIC XX VALUE SPACES.
       01  WS-JOURNAL-EOF                PIC X VALUE "N".
           88  JOURNAL-AT-EOF            VALUE "Y".
       01  WS-FEED-STATUS                PIC XX VALUE SPACES.
       01  WS-FEED-NEW-STATUS            PIC XX VALUE SPACES.
       01  WS-FEED-EOF                   PIC X VALUE "N".
           88  FEED-AT-EOF               VALUE "Y".
       01  WS-CACHE-STATUS               PIC XX VALUE SPACES.
       01  WS-CACHE-NEW-STATUS           PIC XX VALUE SPACES.
       01  WS-CACHE-EOF                  PIC X VALUE "N".
      *> Redaction counters, reported on the certificate
       01  WS-MASTER-REDACTED            PIC 9(4) VALUE 0.
       01  WS-JOURNAL-REDACTED           PIC 9(6) VALUE 0.
       01  WS-FEED-REDACTED              PIC 9(6) VALUE 0.
       01  WS-CACHE-REDACTED             PIC 9(6) VALUE 0.
       01  WS-HISTORY-REDACTED           PIC 9(6) VALUE 0.


           PERFORM REDACT-CUSTOMER-MASTER.
           PERFORM REDACT-CHANGE-JOURNAL.
           PERFORM REDACT-FEED-HISTORY.
           PERFORM REDACT-LOOKUP-CACHE.
           PERFORM REDACT-TXN-HISTORY.

                   WRITE CHANGE-JOURNAL-NEW-RECORD
           END-READ.

       REDACT-FEED-HISTORY.
      *> The outbound change feed keeps every detail it sent for
      *> resends; the customer's own details carry their contact
      *> fields and go the way of the journal's. Loan and case
      *> details hold only the ID and stay. The history moves with
      *> the feed's control record, so the swap runs under that
      *> lock.
           OPEN INPUT FEED-HISTORY-FILE.
           IF WS-FEED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE FEED-HISTORY-FILE.

           MOVE FCP-FEED-CONTROL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: change feed locked - history NOT "
                   "redacted; rerun to finish"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT FEED-HISTORY-FILE.
           OPEN OUTPUT FEED-HISTORY-NEW-FILE.

           MOVE "N" TO WS-FEED-EOF.
           PERFORM COPY-ONE-FEED-RECORD
               UNTIL FEED-AT-EOF.

           CLOSE FEED-HISTORY-FILE.
           CLOSE FEED-HISTORY-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f change-feed-history.new "
               FUNCTION TRIM(FCP-FEED-HISTORY)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-FEED-RECORD.
           READ FEED-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-FEED-EOF
               NOT AT END
                   IF CF-RECORD-TYPE = "D"
                       AND CF-ENTITY = "CUSTOMER"
                       AND CF-ENTITY-KEY = WS-CUSTOMER-ID
                       MOVE "REDACTED" TO CF-CUST-NAME
                       MOVE "REDACTED" TO CF-CUST-EMAIL
                       MOVE "REDACTED" TO CF-CUST-CITY
                       MOVE SPACES TO CF-CUST-PHONE
                       MOVE SPACES TO CF-CUST-POSTAL-CODE
                       ADD 1 TO WS-FEED-REDACTED
                   END-IF
                   MOVE CHANGE-FEED-RECORD
                       TO FEED-HISTORY-NEW-RECORD
                   WRITE FEED-HISTORY-NEW-RECORD
           END-READ.

       REDACT-LOOKUP-CACHE.
      *> The cached raw 360 response carries the contact fields
      *> verbatim - it is replaced wholesale, the row kept so the
           END-STRING.
           WRITE CERTIFICATE-RECORD.

           MOVE WS-FEED-REDACTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "  change-feed-history.dat customer rows:  "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-STRING.
           WRITE CERTIFICATE-RECORD.

           MOVE WS-CACHE-REDACTED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "  customer-lookup-cache.dat rows:         "
