       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-STATUS.
       AUTHOR. Thesis Project.

      *> LEGAL-STATUS.cbl
      *> Bankruptcy / Deceased Special-Handling Register Maintenance
      *>
      *> Records, per customer, that a bankruptcy petition has been
      *> filed or discharged or that the customer has died - the
      *> status type, the date it took effect, and the court case or
      *> estate reference - on legal-status-register.dat, so the
      *> batches stop collecting from, charging, and writing to that
      *> customer without anybody having to remember to hand-skip
      *> them:
      *>
      *>   SET      records or replaces the customer's status. The
      *>            entry goes ACTIVE; a trustee or estate contact
      *>            already on file is kept.
      *>   CONTACT  records the trustee or estate address that
      *>            statements and letters go to instead of the
      *>            customer's own; with none on file they are
      *>            withheld.
      *>   REMOVE   ends special handling (a dismissed petition, an
      *>            entry made in error); the record stays REMOVED
      *>            for the history.
      *>   SHOW     displays the customer's entry.
      *>
      *> Only a SUPERVISOR on the operator roster may SET, CONTACT or
      *> REMOVE. Every change lands on the shared audit trail.
      *>
      *> Invocation: LEGAL-STATUS SET <customer_id> <status_type>
      *>                          <effective_date> <case_ref>
      *>                          <operator_id>
      *>               status_type: BK7, BK11, BK12, BK13,
      *>               BK7-DISCH, BK11-DISCH, BK12-DISCH, BK13-DISCH
      *>               or DECEASED
      *>             LEGAL-STATUS CONTACT <customer_id> <name> <city>
      *>                          <postal|-> <country|-> <operator_id>
      *>               underscore-join multi-word names and cities
      *>             LEGAL-STATUS REMOVE <customer_id> <operator_id>
      *>             LEGAL-STATUS SHOW <customer_id>
      *> Example: ./legal-status SET C-00001 BK13 20261001
      *>          24-B-10442 A-0001
      *>          ./legal-status CONTACT C-00001 Ana_Pop_Trustee
      *>          Bucharest 010101 ROU A-0001
      *>          ./legal-status SHOW C-00001
      *>
      *> Output: legal-status-register.dat (rewritten)

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

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-STATUS.

           SELECT LEGAL-STATUS-NEW-FILE
               ASSIGN TO "legal-status-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGAL-NEW-STATUS.

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

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  LEGAL-STATUS-NEW-FILE.
       01  LEGAL-STATUS-NEW-RECORD       PIC X(200).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Register file work fields
       01  WS-LEGAL-STATUS               PIC XX VALUE SPACES.
       01  WS-LEGAL-NEW-STATUS           PIC XX VALUE SPACES.
       01  WS-LEGAL-EOF                  PIC X VALUE "N".
           88  LEGAL-AT-EOF              VALUE "Y".
       01  WS-LEGAL-FOUND                PIC X VALUE "N".
           88  LEGAL-RECORD-FOUND        VALUE "Y".

      *> The customer's entry as it stands and as it will be
      *> written.
       01  WS-CUR-TYPE                   PIC X(10) VALUE SPACES.
       01  WS-CUR-EFFECTIVE-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-CASE-REF               PIC X(20) VALUE SPACES.
       01  WS-CUR-CONTACT-NAME           PIC X(50) VALUE SPACES.
       01  WS-CUR-CONTACT-CITY           PIC X(50) VALUE SPACES.
       01  WS-CUR-CONTACT-POSTAL         PIC X(10) VALUE SPACES.
       01  WS-CUR-CONTACT-COUNTRY        PIC X(3) VALUE SPACES.
       01  WS-CUR-STATE                  PIC X(8) VALUE SPACES.

      *> Effective date validation work fields
       01  WS-DATE-CHECK                 PIC X(8) VALUE SPACES.
       01  WS-DATE-MONTH                 PIC 99 VALUE 0.
       01  WS-DATE-DAY                   PIC 99 VALUE 0.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters - the positions after the customer ID
      *> mean different things per command, so they are taken raw
      *> and sorted out once the command is known.
       01  WS-COMMAND                    PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-PARAM-3                    PIC X(50) VALUE SPACES.
       01  WS-PARAM-4                    PIC X(50) VALUE SPACES.
       01  WS-PARAM-5                    PIC X(20) VALUE SPACES.
       01  WS-PARAM-6                    PIC X(10) VALUE SPACES.
       01  WS-PARAM-7                    PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

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
           MOVE "LEGAL-STATUS" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "LEGAL SPECIAL-HANDLING REGISTER".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
                    WS-CUSTOMER-ID
                    WS-PARAM-3
                    WS-PARAM-4
                    WS-PARAM-5
                    WS-PARAM-6
                    WS-PARAM-7
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "SET"
                   MOVE WS-PARAM-6 TO WS-OPERATOR-ID
                   MOVE "LEGAL_STATUS_SET" TO WS-AUDIT-ACTION
               WHEN "CONTACT"
                   MOVE WS-PARAM-7 TO WS-OPERATOR-ID
                   MOVE "LEGAL_STATUS_CONTACT" TO WS-AUDIT-ACTION
               WHEN "REMOVE"
                   MOVE WS-PARAM-3(1:10) TO WS-OPERATOR-ID
                   MOVE "LEGAL_STATUS_REMOVE" TO WS-AUDIT-ACTION
               WHEN "SHOW"
                   PERFORM SHOW-LEGAL-STATUS
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CUSTOMER-ID = SPACES OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> Putting a customer under special handling stops
      *> collections and fees, so it is a supervisor's call.
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

           PERFORM FIND-LEGAL-STATUS-RECORD.

           EVALUATE WS-COMMAND
               WHEN "SET"
                   PERFORM SET-LEGAL-STATUS
               WHEN "CONTACT"
                   PERFORM SET-LEGAL-CONTACT
               WHEN "REMOVE"
                   PERFORM REMOVE-LEGAL-STATUS
           END-EVALUATE.

           PERFORM DISPLAY-ENTRY.
           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: LEGAL-STATUS SET <customer_id> "
               "<status_type> <effective_date> <case_ref> "
               "<operator_id>".
           DISPLAY "       LEGAL-STATUS CONTACT <customer_id> <name> "
               "<city> <postal|-> <country|-> <operator_id>".
           DISPLAY "       LEGAL-STATUS REMOVE <customer_id> "
               "<operator_id>".
           DISPLAY "       LEGAL-STATUS SHOW <customer_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       SET-LEGAL-STATUS.
           IF WS-PARAM-3 = SPACES OR WS-PARAM-4 = SPACES
               OR WS-PARAM-5 = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           EVALUATE WS-PARAM-3
               WHEN "BK7"
               WHEN "BK11"
               WHEN "BK12"
               WHEN "BK13"
               WHEN "BK7-DISCH"
               WHEN "BK11-DISCH"
               WHEN "BK12-DISCH"
               WHEN "BK13-DISCH"
               WHEN "DECEASED"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: Status type must be BK7, BK11, "
                       "BK12, BK13, BK7-DISCH, BK11-DISCH, "
                       "BK12-DISCH, BK13-DISCH or DECEASED"
                   MOVE "REJECTED - BAD_STATUS_TYPE"
                       TO WS-AUDIT-OUTCOME
                   PERFORM REJECT-ACTION
           END-EVALUATE.

           MOVE WS-PARAM-4(1:8) TO WS-DATE-CHECK.
           PERFORM VALIDATE-EFFECTIVE-DATE.

           MOVE WS-PARAM-3(1:10) TO WS-CUR-TYPE.
           MOVE WS-DATE-CHECK TO WS-CUR-EFFECTIVE-DATE.
           MOVE WS-PARAM-5 TO WS-CUR-CASE-REF.
           MOVE "ACTIVE" TO WS-CUR-STATE.

           PERFORM SAVE-LEGAL-STATUS-RECORD.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "SET " FUNCTION TRIM(WS-CUR-TYPE) " EFF "
               WS-CUR-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       VALIDATE-EFFECTIVE-DATE.
           IF WS-DATE-CHECK IS NOT NUMERIC
               OR WS-PARAM-4(9:1) NOT = SPACE
               DISPLAY "ERROR: Effective date must be YYYYMMDD"
               MOVE "REJECTED - BAD_EFFECTIVE_DATE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-DATE-CHECK(5:2) TO WS-DATE-MONTH.
           MOVE WS-DATE-CHECK(7:2) TO WS-DATE-DAY.
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               DISPLAY "ERROR: Effective date must be YYYYMMDD"
               MOVE "REJECTED - BAD_EFFECTIVE_DATE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

       SET-LEGAL-CONTACT.
      *> A contact only means something against a recorded status.
           IF NOT LEGAL-RECORD-FOUND OR WS-CUR-STATE NOT = "ACTIVE"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " has no active legal status - SET it first"
               MOVE "REJECTED - NO_ACTIVE_STATUS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-PARAM-3 = SPACES OR WS-PARAM-4 = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-PARAM-3 TO WS-CUR-CONTACT-NAME.
           MOVE WS-PARAM-4 TO WS-CUR-CONTACT-CITY.
           INSPECT WS-CUR-CONTACT-NAME REPLACING ALL "_" BY " ".
           INSPECT WS-CUR-CONTACT-CITY REPLACING ALL "_" BY " ".
           IF WS-PARAM-5 = "-"
               MOVE SPACES TO WS-CUR-CONTACT-POSTAL
           ELSE
               MOVE WS-PARAM-5(1:10) TO WS-CUR-CONTACT-POSTAL
           END-IF.
           IF WS-PARAM-6 = "-"
               MOVE SPACES TO WS-CUR-CONTACT-COUNTRY
           ELSE
               MOVE WS-PARAM-6(1:3) TO WS-CUR-CONTACT-COUNTRY
           END-IF.

           PERFORM SAVE-LEGAL-STATUS-RECORD.

           MOVE "CONTACT RECORDED" TO WS-AUDIT-OUTCOME.

       REMOVE-LEGAL-STATUS.
           IF NOT LEGAL-RECORD-FOUND OR WS-CUR-STATE NOT = "ACTIVE"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " has no active legal status"
               MOVE "REJECTED - NO_ACTIVE_STATUS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "REMOVED" TO WS-CUR-STATE.
           PERFORM SAVE-LEGAL-STATUS-RECORD.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "REMOVED " FUNCTION TRIM(WS-CUR-TYPE)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       SHOW-LEGAL-STATUS.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "ERROR: Missing customer id"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-LEGAL-STATUS-RECORD.

           IF LEGAL-RECORD-FOUND
               PERFORM DISPLAY-ENTRY
           ELSE
               DISPLAY "No legal status on file for " WS-CUSTOMER-ID
                   " - ordinary handling applies"
           END-IF.
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.

       DISPLAY-ENTRY.
           DISPLAY "Legal status for " WS-CUSTOMER-ID ":".
           DISPLAY "  Status type:    " WS-CUR-TYPE.
           DISPLAY "  Effective date: " WS-CUR-EFFECTIVE-DATE.
           DISPLAY "  Case reference: " WS-CUR-CASE-REF.
           DISPLAY "  Register state: " WS-CUR-STATE.
           IF WS-CUR-CONTACT-NAME = SPACES
               DISPLAY "  Contact:        none - paper is withheld"
           ELSE
               DISPLAY "  Contact:        "
                   FUNCTION TRIM(WS-CUR-CONTACT-NAME)
               DISPLAY "                  "
                   FUNCTION TRIM(WS-CUR-CONTACT-CITY) " "
                   FUNCTION TRIM(WS-CUR-CONTACT-POSTAL) " "
                   WS-CUR-CONTACT-COUNTRY
           END-IF.

       FIND-LEGAL-STATUS-RECORD.
      *> Scan for the customer's entry, capturing it as it stands.
           MOVE "N" TO WS-LEGAL-FOUND.
           MOVE SPACES TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-EFFECTIVE-DATE.
           MOVE SPACES TO WS-CUR-CASE-REF.
           MOVE SPACES TO WS-CUR-CONTACT-NAME.
           MOVE SPACES TO WS-CUR-CONTACT-CITY.
           MOVE SPACES TO WS-CUR-CONTACT-POSTAL.
           MOVE SPACES TO WS-CUR-CONTACT-COUNTRY.
           MOVE SPACES TO WS-CUR-STATE.

           OPEN INPUT LEGAL-STATUS-FILE.
           IF WS-LEGAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LEGAL-EOF.
           PERFORM READ-FOR-FIND
               UNTIL LEGAL-AT-EOF OR LEGAL-RECORD-FOUND.

           CLOSE LEGAL-STATUS-FILE.

       READ-FOR-FIND.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-LEGAL-EOF
               NOT AT END
                   IF LG-CUSTOMER-ID = WS-CUSTOMER-ID
                       MOVE "Y" TO WS-LEGAL-FOUND
                       MOVE LG-STATUS-TYPE TO WS-CUR-TYPE
                       MOVE LG-EFFECTIVE-DATE TO WS-CUR-EFFECTIVE-DATE
                       MOVE LG-CASE-REF TO WS-CUR-CASE-REF
                       MOVE LG-CONTACT-NAME TO WS-CUR-CONTACT-NAME
                       MOVE LG-CONTACT-CITY TO WS-CUR-CONTACT-CITY
                       MOVE LG-CONTACT-POSTAL TO WS-CUR-CONTACT-POSTAL
                       MOVE LG-CONTACT-COUNTRY
                           TO WS-CUR-CONTACT-COUNTRY
                       MOVE LG-STATE TO WS-CUR-STATE
                   END-IF
           END-READ.

       SAVE-LEGAL-STATUS-RECORD.
      *> The register is line sequential, so the change is applied
      *> by copying it record-for-record with this customer's entry
      *> replaced (or added on the end for a first entry), then
      *> swapping the copy into place under the file's own lock.
           MOVE FCP-LEGAL-STATUS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: legal-status-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN OUTPUT LEGAL-STATUS-NEW-FILE.
           OPEN INPUT LEGAL-STATUS-FILE.
           IF WS-LEGAL-STATUS = "00"
               MOVE "N" TO WS-LEGAL-EOF
               PERFORM COPY-ONE-LEGAL-RECORD
                   UNTIL LEGAL-AT-EOF
               CLOSE LEGAL-STATUS-FILE
           END-IF.

           IF NOT LEGAL-RECORD-FOUND
               PERFORM BUILD-LEGAL-STATUS-RECORD
               MOVE LEGAL-STATUS-RECORD TO LEGAL-STATUS-NEW-RECORD
               WRITE LEGAL-STATUS-NEW-RECORD
           END-IF.
           CLOSE LEGAL-STATUS-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f legal-status-register.new "
               FUNCTION TRIM(FCP-LEGAL-STATUS)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-LEGAL-RECORD.
           READ LEGAL-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-LEGAL-EOF
               NOT AT END
                   IF LG-CUSTOMER-ID = WS-CUSTOMER-ID
                       PERFORM BUILD-LEGAL-STATUS-RECORD
                   END-IF
                   MOVE LEGAL-STATUS-RECORD TO LEGAL-STATUS-NEW-RECORD
                   WRITE LEGAL-STATUS-NEW-RECORD
           END-READ.

       BUILD-LEGAL-STATUS-RECORD.
           MOVE WS-CUSTOMER-ID TO LG-CUSTOMER-ID.
           MOVE WS-CUR-TYPE TO LG-STATUS-TYPE.
           MOVE WS-CUR-EFFECTIVE-DATE TO LG-EFFECTIVE-DATE.
           MOVE WS-CUR-CASE-REF TO LG-CASE-REF.
           MOVE WS-CUR-CONTACT-NAME TO LG-CONTACT-NAME.
           MOVE WS-CUR-CONTACT-CITY TO LG-CONTACT-CITY.
           MOVE WS-CUR-CONTACT-POSTAL TO LG-CONTACT-POSTAL.
           MOVE WS-CUR-CONTACT-COUNTRY TO LG-CONTACT-COUNTRY.
           MOVE WS-CUR-STATE TO LG-STATE.
           MOVE FUNCTION CURRENT-DATE TO LG-UPDATED-TS.
           MOVE WS-OPERATOR-ID TO LG-UPDATED-BY.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "LEGAL-STATUS" TO AT-PROGRAM-NAME.
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
