      *> describe the last record processed, so single-record callers
      *> see exactly the same contract as before.
      *>
      *> Every accepted change has the customer's name and country
      *> scored against the sanctions name list the way NAME-SCREEN
      *> scores the portfolio. A match at or above the threshold
      *> leaves the change applied and the response unchanged, but
      *> opens a review case on fraud-case-queue.dat and marks the
      *> audit record NAME_MATCH_REVIEW.
      *>
      *> Invocation: CUSTOMER-UPDATE <input_file> [operator_id]
      *>   [operator_id] names the operator who prepared the changes;
      *>   every accepted record's audit outcome then reads
      *>   "ACCEPTED BY ..." so SOD-REPORT can see who changed the
      *>   customer.
      *> Example: ./customer-update /tmp/customer-update.dat K-0002
      *>
      *> Input file (235 bytes per record):
      *>   Bytes 1-7:     Customer ID (PIC X(7))
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMBARGO-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTAL-FILE.
       FD  EMBARGO-FILE.
           COPY "EMBARGO-REC.cpy".

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

       WORKING-STORAGE SECTION.

      *> Customer master file status and work area
      *> Input file parameter
       01  WS-INPUT-FILENAME             PIC X(256) VALUE SPACES.
       01  WS-ARG-LENGTH                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> File status
       01  WS-FILE-STATUS                PIC XX VALUE SPACES.
       01  WS-CT-DATA-APPENDS-1          PIC 9(6) VALUE 0.
       01  WS-CT-DATA-APPENDS-2          PIC 9(6) VALUE 0.

      *> Sanctions name screening (scored the way NAME-SCREEN
      *> scores the portfolio)
           COPY "NAME-SCREEN-WS.cpy".

      *> Tamper-evident audit chain (sequence + chain value per
      *> appended trail record)
           COPY "AUDIT-CHAIN-WS.cpy".
           IF WS-INPUT-FILENAME = SPACES
               MOVE 99 TO WS-RETURN-CODE
               MOVE "No input file specified" TO WS-MESSAGE
           ELSE
               ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
           END-IF.

       VALIDATE-ARGUMENTS.
               END-IF
           END-IF.

      *> The changed name and country are screened once the master
      *> lock is given back - the case queue has a lock of its own.
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE WS-CUSTOMER-ID TO NSC-CUSTOMER-ID
               MOVE WS-NAME TO NSC-CUST-NAME
               MOVE WS-COUNTRY TO NSC-COUNTRY
               PERFORM SCREEN-CUSTOMER-NAME
               PERFORM BUILD-ACCEPTED-OUTCOME
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               STRING "REJECTED - " WS-MESSAGE
               END-IF
           END-IF.

       BUILD-ACCEPTED-OUTCOME.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES AND NSC-MATCH-COUNT > 0
                   MOVE "ACCEPTED - NAME_MATCH_REVIEW"
                       TO WS-AUDIT-OUTCOME
               WHEN WS-OPERATOR-ID = SPACES
                   MOVE "ACCEPTED" TO WS-AUDIT-OUTCOME
               WHEN NSC-MATCH-COUNT > 0
                   STRING "ACCEPTED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       " NAME_MATCH"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               WHEN OTHER
                   STRING "ACCEPTED BY " FUNCTION TRIM(WS-OPERATOR-ID)
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
           END-EVALUATE.

       UPDATE-CUSTOMER-MASTER.
      *> Apply the validated change to the shared indexed customer
      *> master so CUSTOMER-LOOKUP sees it on the very next inquiry.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "NAME-SCREEN-PARA.cpy".
