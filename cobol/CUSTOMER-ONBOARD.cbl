      *> screens run at creation the way they already run at update.
      *> The birth of the record lands on the shared audit trail.
      *>
      *> No ID is issued without the identity document the customer
      *> was verified on: its type, number, issuing country and
      *> expiry date are required, must pass the same checks
      *> ID-DOCUMENT applies to a renewal, and must not already be
      *> another customer's current document. It is recorded on
      *> id-document-register.dat as the new customer's CURRENT
      *> document, where ID-EXPIRY watches it run out.
      *>
      *> Once created, the customer's name and country are scored
      *> against the sanctions name list the way NAME-SCREEN scores
      *> the portfolio; a match at or above the threshold does not
      *> stop the onboarding but opens a review case on
      *> fraud-case-queue.dat for an analyst to work.
      *>
      *> Invocation: CUSTOMER-ONBOARD <name> <email> <city>
      *>                  <doc_type> <doc_number> <doc_country>
      *>                  <doc_expiry> [phone] [postal] [country]
      *>                  [operator_id]
      *>   [operator_id] names the operator doing the onboarding; it
      *>   is recorded against the identity document and on the
      *>   audit record ("CREATED BY ...") so SOD-REPORT can see who
      *>   brought the customer in.
      *>   Each field is one blank-delimited token; underscore-join
      *>   multi-word names and cities ("Maria_Ionescu",
      *>   "Cluj_Napoca"). "-" stands for an absent optional field.
      *>   <doc_type> is PASSPORT, ID-CARD, DRIVER-LIC or RESIDENCE;
      *>   <doc_expiry> is YYYYMMDD.
      *> Example: ./customer-onboard Maria_Ionescu m.i@example.com
      *>          Bucharest PASSPORT 055123456 ROU 20310630
      *>          +40721000000 010101 ROU K-0002

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBARGO-STATUS.

           SELECT ID-DOCUMENT-FILE ASSIGN TO FCP-ID-DOCUMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDD-FILE-STATUS.

           SELECT ID-DOCUMENT-NEW-FILE
               ASSIGN TO "id-document-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDD-NEW-STATUS.

           SELECT SANCTIONS-NAME-FILE ASSIGN TO FCP-SANCTIONS-NAMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NSC-LIST-STATUS.

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

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  EMBARGO-FILE.
           COPY "EMBARGO-REC.cpy".

       FD  ID-DOCUMENT-FILE.
           COPY "ID-DOCUMENT-REC.cpy".

       FD  ID-DOCUMENT-NEW-FILE.
       01  ID-DOCUMENT-NEW-RECORD        PIC X(92).

       FD  SANCTIONS-NAME-FILE.
           COPY "SANCTIONS-NAME-REC.cpy".

       FD  CLEARED-MATCH-FILE.
           COPY "CLEARED-MATCH-REC.cpy".

       FD  NAME-SCREEN-CONFIG-FILE.
       01  NAME-SCREEN-CONFIG-RECORD     PIC X(15).

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-NUMBER-FILE.
       01  CASE-NUMBER-RECORD.
           05  CN-LAST-NUMBER-STR        PIC X(8).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       01  WS-PHONE                      PIC X(15) VALUE SPACES.
       01  WS-POSTAL-CODE                PIC X(10) VALUE SPACES.
       01  WS-COUNTRY                    PIC X(3) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

      *> Identity document register (the verified document,
      *> validated and recorded the way ID-DOCUMENT does it)
           COPY "ID-DOCUMENT-WS.cpy".

      *> Sanctions name screening (scored the way NAME-SCREEN
      *> scores the portfolio)
           COPY "NAME-SCREEN-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".

           IF WS-NAME = SPACES OR WS-EMAIL = SPACES
               OR WS-CITY = SPACES
               OR IDD-DOC-TYPE = SPACES OR IDD-DOC-NUMBER = SPACES
               OR IDD-COUNTRY = SPACES OR IDD-EXPIRY-DATE = SPACES
               DISPLAY "ERROR: Missing parameters"
               DISPLAY "Usage: CUSTOMER-ONBOARD <name> <email> "
                   "<city> <doc_type> <doc_number> <doc_country> "
                   "<doc_expiry> [phone] [postal] [country] "
                   "[operator_id]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VALIDATE-CONTACT-FIELDS.

           PERFORM VALIDATE-ID-DOCUMENT.
           IF IDD-ERROR NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(IDD-ERROR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO IDD-CUSTOMER-ID.
           PERFORM CHECK-DOCUMENT-IN-USE.
           IF IDD-HOLDER-ID NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(IDD-DOC-TYPE) " "
                   FUNCTION TRIM(IDD-DOC-NUMBER)
                   " is already the identity document of "
                   FUNCTION TRIM(IDD-HOLDER-ID)
                   " - customer not onboarded"
               MOVE "CUSTOMER_ONBOARD" TO WS-AUDIT-ACTION
               MOVE "REFUSED - DUPLICATE_ID_DOCUMENT"
                   TO WS-AUDIT-OUTCOME
               MOVE SPACES TO WS-NEW-CUSTOMER-ID
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-EMBARGOED-COUNTRY.
           IF EMBARGO-MATCH-FOUND
               DISPLAY "ERROR: Country " WS-COUNTRY

           PERFORM RELEASE-FILE-LOCK.

      *> The document goes on the register under its own lock, once
      *> the master lock is given back. Should that lock be denied,
      *> the customer already exists - say so loudly, so the
      *> document is recorded with ID-DOCUMENT before ID-EXPIRY
      *> finds the customer without one.
           MOVE WS-NEW-CUSTOMER-ID TO IDD-CUSTOMER-ID.
           IF WS-OPERATOR-ID = SPACES
               MOVE "ONBOARD" TO IDD-OPERATOR-ID
           ELSE
               MOVE WS-OPERATOR-ID TO IDD-OPERATOR-ID
           END-IF.
           PERFORM RECORD-ID-DOCUMENT.

           MOVE WS-NEW-CUSTOMER-ID TO NSC-CUSTOMER-ID.
           MOVE WS-NAME TO NSC-CUST-NAME.
           MOVE WS-COUNTRY TO NSC-COUNTRY.
           PERFORM SCREEN-CUSTOMER-NAME.

           DISPLAY "".
           DISPLAY "Customer " WS-NEW-CUSTOMER-ID " onboarded.".
           DISPLAY "Name:  " FUNCTION TRIM(WS-NAME).
           DISPLAY "Email: " FUNCTION TRIM(WS-EMAIL).
           DISPLAY "ID:    " FUNCTION TRIM(IDD-DOC-TYPE) " "
               FUNCTION TRIM(IDD-DOC-NUMBER) " (" IDD-COUNTRY
               ") expires " IDD-EXPIRY-DATE.
           IF NOT IDD-DOCUMENT-RECORDED
               DISPLAY "WARNING: identity document NOT recorded - "
                   "record it with ID-DOCUMENT"
           END-IF.
           IF NSC-MATCH-COUNT > 0
               DISPLAY "WARNING: name scores " NSC-BEST-SCORE
                   " against sanctions name list entry "
                   FUNCTION TRIM(NSC-BEST-ENTRY)
                   " - referred for analyst review"
           END-IF.
           DISPLAY "========================================".

           MOVE "CUSTOMER_ONBOARD" TO WS-AUDIT-ACTION.
           IF WS-OPERATOR-ID NOT = SPACES
               PERFORM BUILD-OPERATOR-OUTCOME
           ELSE
               PERFORM BUILD-PLAIN-OUTCOME
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       BUILD-PLAIN-OUTCOME.
           EVALUATE TRUE
               WHEN NOT IDD-DOCUMENT-RECORDED AND NSC-MATCH-COUNT > 0
                   MOVE "CREATED - NO_ID_DOC NAME_MATCH"
                       TO WS-AUDIT-OUTCOME
               WHEN NOT IDD-DOCUMENT-RECORDED
                   MOVE "CREATED - ID_DOC_NOT_RECORDED"
                       TO WS-AUDIT-OUTCOME
               WHEN NSC-MATCH-COUNT > 0
                   MOVE "CREATED - NAME_MATCH_REVIEW"
                       TO WS-AUDIT-OUTCOME
               WHEN OTHER
                   MOVE "CREATED" TO WS-AUDIT-OUTCOME
           END-EVALUATE.

       BUILD-OPERATOR-OUTCOME.
      *> The operator's identity takes room in the outcome, so the
      *> two warnings are shortened when both apply.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           EVALUATE TRUE
               WHEN NOT IDD-DOCUMENT-RECORDED AND NSC-MATCH-COUNT > 0
                   STRING "CREATED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       " NODOC+MATCH"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               WHEN NOT IDD-DOCUMENT-RECORDED
                   STRING "CREATED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       " NO_ID_DOC"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               WHEN NSC-MATCH-COUNT > 0
                   STRING "CREATED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       " NAME_MATCH"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               WHEN OTHER
                   STRING "CREATED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
           END-EVALUATE.

       VALIDATE-CONTACT-FIELDS.
      *> The same field rules CUSTOMER-UPDATE enforces, applied
      *> before anything durable happens.
               INTO WS-NAME
                    WS-EMAIL
                    WS-CITY
                    IDD-DOC-TYPE
                    IDD-DOC-NUMBER
                    IDD-COUNTRY
                    IDD-EXPIRY-DATE
                    WS-PHONE
                    WS-POSTAL-CODE
                    WS-COUNTRY
                    WS-OPERATOR-ID
           END-UNSTRING.

           INSPECT WS-NAME REPLACING ALL "_" BY " ".
           IF WS-COUNTRY = "-"
               MOVE SPACES TO WS-COUNTRY
           END-IF.
           IF WS-OPERATOR-ID = "-"
               MOVE SPACES TO WS-OPERATOR-ID
           END-IF.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "ID-DOCUMENT-PARA.cpy".

       COPY "NAME-SCREEN-PARA.cpy".
