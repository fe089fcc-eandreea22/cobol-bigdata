       IDENTIFICATION DIVISION.
       PROGRAM-ID. ID-DOCUMENT.
       AUTHOR. Thesis Project.

      *> ID-DOCUMENT.cbl
      *> Identity Document Register Maintenance
      *>
      *> Keeps the identity document each customer was verified on
      *> up to date on id-document-register.dat:
      *>
      *>   RECORD  records a new identity document for an existing
      *>           customer - a renewed passport, a replacement ID
      *>           card. It is held to the same rules CUSTOMER-ONBOARD
      *>           applies (a known type, a number, an alpha-3
      *>           issuing country, an expiry date still to come, and
      *>           not another customer's current document), becomes
      *>           the customer's CURRENT document, and marks the one
      *>           it replaces SUPERSEDED. Any active operator on the
      *>           roster may record a document.
      *>   SHOW    lists every document on file for the customer,
      *>           current and superseded.
      *>
      *> Recording a new document is what lets KYC-REVIEW close the
      *> ID-EXPIRY item ID-EXPIRY opened when the old one ran out.
      *> Every RECORD lands on the shared audit trail.
      *>
      *> Invocation: ID-DOCUMENT RECORD <customer_id> <doc_type>
      *>                  <doc_number> <doc_country> <doc_expiry>
      *>                  <operator_id>
      *>             ID-DOCUMENT SHOW <customer_id>
      *>   <doc_type> is PASSPORT, ID-CARD, DRIVER-LIC or RESIDENCE;
      *>   <doc_expiry> is YYYYMMDD.
      *> Example: ./id-document RECORD C-00001 PASSPORT 055987654
      *>          ROU 20360630 K-0001
      *>          ./id-document SHOW C-00001
      *>
      *> Output: id-document-register.dat (rewritten)

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

           SELECT ID-DOCUMENT-FILE ASSIGN TO FCP-ID-DOCUMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDD-FILE-STATUS.

           SELECT ID-DOCUMENT-NEW-FILE
               ASSIGN TO "id-document-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDD-NEW-STATUS.

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

       FD  ID-DOCUMENT-FILE.
           COPY "ID-DOCUMENT-REC.cpy".

       FD  ID-DOCUMENT-NEW-FILE.
       01  ID-DOCUMENT-NEW-RECORD        PIC X(92).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Register listing work fields
       01  WS-SHOW-COUNT                 PIC 9(4) VALUE 0.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-CUSTOMER-KNOWN             PIC X VALUE "Y".
           88  CUSTOMER-IS-KNOWN         VALUE "Y".

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-COMMAND                    PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

      *> Identity document register (validation and recording
      *> shared with CUSTOMER-ONBOARD)
           COPY "ID-DOCUMENT-WS.cpy".

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
           MOVE "ID-DOCUMENT" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "IDENTITY DOCUMENT REGISTER".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
                    WS-CUSTOMER-ID
                    IDD-DOC-TYPE
                    IDD-DOC-NUMBER
                    IDD-COUNTRY
                    IDD-EXPIRY-DATE
                    WS-OPERATOR-ID
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "RECORD"
                   MOVE "ID_DOCUMENT_RECORD" TO WS-AUDIT-ACTION
               WHEN "SHOW"
                   PERFORM SHOW-ID-DOCUMENTS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CUSTOMER-ID = SPACES OR IDD-DOC-TYPE = SPACES
               OR IDD-DOC-NUMBER = SPACES OR IDD-COUNTRY = SPACES
               OR IDD-EXPIRY-DATE = SPACES OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           PERFORM CHECK-OPERATOR-ACTIVE.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM RECORD-CUSTOMER-DOCUMENT.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: ID-DOCUMENT RECORD <customer_id> "
               "<PASSPORT|ID-CARD|DRIVER-LIC|RESIDENCE> "
               "<doc_number> <doc_country> <doc_expiry> "
               "<operator_id>".
           DISPLAY "       ID-DOCUMENT SHOW <customer_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       RECORD-CUSTOMER-DOCUMENT.
           PERFORM CHECK-CUSTOMER-ON-MASTER.
           IF NOT CUSTOMER-IS-KNOWN
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " is not on the customer master"
               MOVE "REJECTED - UNKNOWN_CUSTOMER" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           PERFORM VALIDATE-ID-DOCUMENT.
           IF IDD-ERROR NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(IDD-ERROR)
               MOVE "REJECTED - BAD_DOCUMENT" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-CUSTOMER-ID TO IDD-CUSTOMER-ID.
           PERFORM CHECK-DOCUMENT-IN-USE.
           IF IDD-HOLDER-ID NOT = SPACES
               DISPLAY "ERROR: " FUNCTION TRIM(IDD-DOC-TYPE) " "
                   FUNCTION TRIM(IDD-DOC-NUMBER)
                   " is already the identity document of "
                   FUNCTION TRIM(IDD-HOLDER-ID)
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REJECTED - HELD_BY " IDD-HOLDER-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-OPERATOR-ID TO IDD-OPERATOR-ID.
           PERFORM RECORD-ID-DOCUMENT.
           IF NOT IDD-DOCUMENT-RECORDED
               DISPLAY "ERROR: id-document-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           DISPLAY FUNCTION TRIM(WS-CUSTOMER-ID) " "
               FUNCTION TRIM(IDD-DOC-TYPE) " "
               FUNCTION TRIM(IDD-DOC-NUMBER) " (" IDD-COUNTRY
               ") expires " IDD-EXPIRY-DATE " - recorded".
           IF IDD-SUPERSEDED-COUNT > 0
               DISPLAY "Previous document marked SUPERSEDED"
           END-IF.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "RECORDED " FUNCTION TRIM(IDD-DOC-TYPE)
               " EXP " IDD-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       CHECK-CUSTOMER-ON-MASTER.
      *> A missing master is not a reason to refuse - the register
      *> can be kept up while the master is being rebuilt.
           MOVE "Y" TO WS-CUSTOMER-KNOWN.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE SPACES TO CM-CUSTOMER-ID
               MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "N" TO WS-CUSTOMER-KNOWN
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       SHOW-ID-DOCUMENTS.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "ERROR: Missing customer id"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Identity documents recorded for "
               FUNCTION TRIM(WS-CUSTOMER-ID) ":".
           MOVE 0 TO WS-SHOW-COUNT.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF IDD-FILE-STATUS = "00"
               MOVE "N" TO IDD-EOF
               PERFORM READ-FOR-SHOW
                   UNTIL IDD-AT-EOF
               CLOSE ID-DOCUMENT-FILE
           END-IF.
           IF WS-SHOW-COUNT = 0
               DISPLAY "  none"
           END-IF.
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.

       READ-FOR-SHOW.
           READ ID-DOCUMENT-FILE
               AT END
                   MOVE "Y" TO IDD-EOF
               NOT AT END
                   IF ID-CUSTOMER-ID = WS-CUSTOMER-ID
                       ADD 1 TO WS-SHOW-COUNT
                       DISPLAY "  " ID-DOC-TYPE " " ID-DOC-NUMBER " "
                           ID-ISSUING-COUNTRY " exp "
                           ID-EXPIRY-DATE " " ID-STATUS " "
                           ID-RECORDED-TS(1:8) " " ID-RECORDED-BY
                   END-IF
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "ID-DOCUMENT" TO AT-PROGRAM-NAME.
           MOVE WS-CUSTOMER-ID TO AT-CUSTOMER-ID.
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

       COPY "ID-DOCUMENT-PARA.cpy".
