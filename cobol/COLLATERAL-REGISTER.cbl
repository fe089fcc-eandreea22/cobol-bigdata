       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-REGISTER.
       AUTHOR. Thesis Project.

      *> COLLATERAL-REGISTER.cbl
      *> Secured Loan Collateral Register Maintenance
      *>
      *> Records the assets that back secured loans - the collateral
      *> type, its VIN / serial / title identifier and description,
      *> the appraised value and its date, and where the lien stands
      *> - on collateral-register.dat, keyed to the loan-book key:
      *>
      *>   PLEDGE     registers an asset against a customer ahead of
      *>              a secured application. LOAN-PROCESS checks the
      *>              amount against its value and, on booking,
      *>              attaches it to the new loan and RECORDs the
      *>              lien.
      *>   REAPPRAISE records a new appraised value and date.
      *>   WITHDRAW   takes back a pledge no loan was booked against.
      *>   RELEASE    records that a lien LOAN-MAINTAIN queued for
      *>              release on a PAID loan has been released.
      *>   SHOW       lists every asset on file for the customer.
      *>
      *> Only a CREDIT officer on the operator roster may PLEDGE,
      *> REAPPRAISE, WITHDRAW or RELEASE. Every change lands on the
      *> shared audit trail.
      *>
      *> Invocation: COLLATERAL-REGISTER PLEDGE <customer_id> <type>
      *>                          <identifier> <appraised_value>
      *>                          <appraisal_date> <description>
      *>                          <operator_id>
      *>               underscore-join a multi-word description
      *>             COLLATERAL-REGISTER REAPPRAISE <customer_id>
      *>                          <identifier> <appraised_value>
      *>                          <appraisal_date> <operator_id>
      *>             COLLATERAL-REGISTER WITHDRAW <customer_id>
      *>                          <identifier> <operator_id>
      *>             COLLATERAL-REGISTER RELEASE <customer_id>
      *>                          <identifier> <operator_id>
      *>             COLLATERAL-REGISTER SHOW <customer_id>
      *> Example: ./collateral-register PLEDGE C-00001 VEHICLE
      *>          1HGCM82633A004352 18500.00 20261001
      *>          2019_Honda_Accord_EX K-0001
      *>          ./collateral-register SHOW C-00001
      *>
      *> Output: collateral-register.dat (rewritten)

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

           SELECT COLLATERAL-FILE ASSIGN TO FCP-COLLATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT COLLATERAL-NEW-FILE
               ASSIGN TO "collateral-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-NEW-STATUS.

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

       FD  COLLATERAL-FILE.
           COPY "COLLATERAL-REC.cpy".

       FD  COLLATERAL-NEW-FILE.
       01  COLLATERAL-NEW-RECORD         PIC X(162).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Register file work fields
       01  WS-COLLATERAL-STATUS          PIC XX VALUE SPACES.
       01  WS-COLLATERAL-NEW-STATUS      PIC XX VALUE SPACES.
       01  WS-COLLATERAL-EOF             PIC X VALUE "N".
           88  COLLATERAL-AT-EOF         VALUE "Y".
       01  WS-COLLATERAL-FOUND           PIC X VALUE "N".
           88  COLLATERAL-RECORD-FOUND   VALUE "Y".
       01  WS-SHOW-COUNT                 PIC 9(4) VALUE 0.

      *> The asset's entry as it stands and as it will be written.
       01  WS-CUR-LOAN-TIMESTAMP         PIC X(21) VALUE SPACES.
       01  WS-CUR-TYPE                   PIC X(10) VALUE SPACES.
       01  WS-CUR-DESCRIPTION            PIC X(40) VALUE SPACES.
       01  WS-CUR-VALUE-STR              PIC X(12) VALUE SPACES.
       01  WS-CUR-APPRAISAL-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-LIEN-STATUS            PIC X(10) VALUE SPACES.

      *> Appraised value and date validation work fields
       01  WS-VALUE                      PIC 9(9)V99 VALUE 0.
       01  WS-VALUE-EDIT                 PIC 9(9).99.
       01  WS-VALUE-DISPLAY              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VALUE-ARG                  PIC X(20) VALUE SPACES.
       01  WS-DATE-ARG                   PIC X(20) VALUE SPACES.
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
       01  WS-PARAM-3                    PIC X(20) VALUE SPACES.
       01  WS-PARAM-4                    PIC X(20) VALUE SPACES.
       01  WS-PARAM-5                    PIC X(20) VALUE SPACES.
       01  WS-PARAM-6                    PIC X(20) VALUE SPACES.
       01  WS-PARAM-7                    PIC X(40) VALUE SPACES.
       01  WS-PARAM-8                    PIC X(10) VALUE SPACES.
       01  WS-IDENTIFIER                 PIC X(20) VALUE SPACES.
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
           MOVE "COLLATERAL-REG" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SECURED LOAN COLLATERAL REGISTER".
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
                    WS-PARAM-8
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "PLEDGE"
                   MOVE WS-PARAM-4 TO WS-IDENTIFIER
                   MOVE WS-PARAM-8 TO WS-OPERATOR-ID
                   MOVE "COLLATERAL_PLEDGE" TO WS-AUDIT-ACTION
               WHEN "REAPPRAISE"
                   MOVE WS-PARAM-3 TO WS-IDENTIFIER
                   MOVE WS-PARAM-6(1:10) TO WS-OPERATOR-ID
                   MOVE "COLLATERAL_REAPPRAISE" TO WS-AUDIT-ACTION
               WHEN "WITHDRAW"
                   MOVE WS-PARAM-3 TO WS-IDENTIFIER
                   MOVE WS-PARAM-4(1:10) TO WS-OPERATOR-ID
                   MOVE "COLLATERAL_WITHDRAW" TO WS-AUDIT-ACTION
               WHEN "RELEASE"
                   MOVE WS-PARAM-3 TO WS-IDENTIFIER
                   MOVE WS-PARAM-4(1:10) TO WS-OPERATOR-ID
                   MOVE "COLLATERAL_RELEASE" TO WS-AUDIT-ACTION
               WHEN "SHOW"
                   PERFORM SHOW-COLLATERAL
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CUSTOMER-ID = SPACES OR WS-IDENTIFIER = SPACES
               OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> What a secured loan is lent against is a credit decision.
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE "CREDIT" TO OPA-REQUIRED-ROLE.
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

           PERFORM FIND-COLLATERAL-RECORD.

           EVALUATE WS-COMMAND
               WHEN "PLEDGE"
                   PERFORM PLEDGE-COLLATERAL
               WHEN "REAPPRAISE"
                   PERFORM REAPPRAISE-COLLATERAL
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-COLLATERAL
               WHEN "RELEASE"
                   PERFORM RELEASE-COLLATERAL
           END-EVALUATE.

           PERFORM DISPLAY-ENTRY.
           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: COLLATERAL-REGISTER PLEDGE <customer_id> "
               "<type> <identifier> <appraised_value> "
               "<appraisal_date> <description> <operator_id>".
           DISPLAY "       COLLATERAL-REGISTER REAPPRAISE "
               "<customer_id> <identifier> <appraised_value> "
               "<appraisal_date> <operator_id>".
           DISPLAY "       COLLATERAL-REGISTER WITHDRAW <customer_id> "
               "<identifier> <operator_id>".
           DISPLAY "       COLLATERAL-REGISTER RELEASE <customer_id> "
               "<identifier> <operator_id>".
           DISPLAY "       COLLATERAL-REGISTER SHOW <customer_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       PLEDGE-COLLATERAL.
           IF WS-PARAM-3 = SPACES OR WS-PARAM-5 = SPACES
               OR WS-PARAM-6 = SPACES OR WS-PARAM-7 = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> One identifier carries one live lien. An asset whose
      *> earlier lien was released, or whose pledge was withdrawn,
      *> may be pledged again.
           IF COLLATERAL-RECORD-FOUND
               AND WS-CUR-LIEN-STATUS NOT = "RELEASED"
               AND WS-CUR-LIEN-STATUS NOT = "WITHDRAWN"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-IDENTIFIER)
                   " is already on the register as "
                   WS-CUR-LIEN-STATUS
               MOVE "REJECTED - ALREADY_PLEDGED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-PARAM-5 TO WS-VALUE-ARG.
           MOVE WS-PARAM-6 TO WS-DATE-ARG.
           PERFORM VALIDATE-APPRAISAL.

           MOVE SPACES TO WS-CUR-LOAN-TIMESTAMP.
           MOVE WS-PARAM-3(1:10) TO WS-CUR-TYPE.
           MOVE WS-PARAM-7 TO WS-CUR-DESCRIPTION.
           INSPECT WS-CUR-DESCRIPTION REPLACING ALL "_" BY " ".
           MOVE "PLEDGED" TO WS-CUR-LIEN-STATUS.

           PERFORM SAVE-COLLATERAL-RECORD.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "PLEDGED " FUNCTION TRIM(WS-CUR-TYPE) " "
               FUNCTION TRIM(WS-CUR-VALUE-STR)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       REAPPRAISE-COLLATERAL.
           IF NOT COLLATERAL-RECORD-FOUND
               OR WS-CUR-LIEN-STATUS = "RELEASED"
               OR WS-CUR-LIEN-STATUS = "WITHDRAWN"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-IDENTIFIER)
                   " is not held as collateral for "
                   FUNCTION TRIM(WS-CUSTOMER-ID)
               MOVE "REJECTED - NOT_HELD" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-PARAM-4 = SPACES OR WS-PARAM-5 = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-PARAM-4 TO WS-VALUE-ARG.
           MOVE WS-PARAM-5 TO WS-DATE-ARG.
           PERFORM VALIDATE-APPRAISAL.

           PERFORM SAVE-COLLATERAL-RECORD.

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "REAPPRAISED " FUNCTION TRIM(WS-CUR-VALUE-STR)
               " " WS-CUR-APPRAISAL-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       VALIDATE-APPRAISAL.
      *> A usable appraisal is a positive value dated no later than
      *> the business date.
           MOVE FUNCTION NUMVAL(WS-VALUE-ARG) TO WS-VALUE.
           IF WS-VALUE = 0
               DISPLAY "ERROR: Appraised value must be an amount "
                   "above zero"
               MOVE "REJECTED - BAD_VALUE" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-DATE-ARG(1:8) TO WS-DATE-CHECK.
           IF WS-DATE-CHECK IS NOT NUMERIC
               OR WS-DATE-ARG(9:1) NOT = SPACE
               DISPLAY "ERROR: Appraisal date must be YYYYMMDD"
               MOVE "REJECTED - BAD_APPRAISAL_DATE"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           MOVE WS-DATE-CHECK(5:2) TO WS-DATE-MONTH.
           MOVE WS-DATE-CHECK(7:2) TO WS-DATE-DAY.
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               DISPLAY "ERROR: Appraisal date must be YYYYMMDD"
               MOVE "REJECTED - BAD_APPRAISAL_DATE"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.
           IF WS-DATE-CHECK > BDT-BUSINESS-DATE
               DISPLAY "ERROR: Appraisal date is after the business "
                   "date " BDT-BUSINESS-DATE
               MOVE "REJECTED - BAD_APPRAISAL_DATE"
                   TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-VALUE TO WS-VALUE-EDIT.
           MOVE WS-VALUE-EDIT TO WS-CUR-VALUE-STR.
           MOVE WS-DATE-CHECK TO WS-CUR-APPRAISAL-DATE.

       WITHDRAW-COLLATERAL.
      *> Only a pledge no loan has been booked against can be taken
      *> back; a recorded lien comes off through PAID and RELEASE.
           IF NOT COLLATERAL-RECORD-FOUND
               OR WS-CUR-LIEN-STATUS NOT = "PLEDGED"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-IDENTIFIER)
                   " has no open pledge to withdraw"
               MOVE "REJECTED - NOT_PLEDGED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "WITHDRAWN" TO WS-CUR-LIEN-STATUS.
           PERFORM SAVE-COLLATERAL-RECORD.

           MOVE "PLEDGE WITHDRAWN" TO WS-AUDIT-OUTCOME.

       RELEASE-COLLATERAL.
      *> A lien is only released once its loan is PAID, which is
      *> when LOAN-MAINTAIN queues it as RELEASE-Q.
           IF NOT COLLATERAL-RECORD-FOUND
               OR WS-CUR-LIEN-STATUS NOT = "RELEASE-Q"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-IDENTIFIER)
                   " has no lien queued for release"
               MOVE "REJECTED - NOT_QUEUED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "RELEASED" TO WS-CUR-LIEN-STATUS.
           PERFORM SAVE-COLLATERAL-RECORD.

           MOVE "LIEN RELEASED" TO WS-AUDIT-OUTCOME.

       SHOW-COLLATERAL.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "ERROR: Missing customer id"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SHOW-COUNT.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS = "00"
               MOVE "N" TO WS-COLLATERAL-EOF
               PERFORM READ-FOR-SHOW
                   UNTIL COLLATERAL-AT-EOF
               CLOSE COLLATERAL-FILE
           END-IF.

           IF WS-SHOW-COUNT = 0
               DISPLAY "No collateral on file for " WS-CUSTOMER-ID
           END-IF.
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.

       READ-FOR-SHOW.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       ADD 1 TO WS-SHOW-COUNT
                       MOVE CG-IDENTIFIER TO WS-IDENTIFIER
                       MOVE CG-LOAN-TIMESTAMP TO WS-CUR-LOAN-TIMESTAMP
                       MOVE CG-COLLATERAL-TYPE TO WS-CUR-TYPE
                       MOVE CG-DESCRIPTION TO WS-CUR-DESCRIPTION
                       MOVE CG-APPRAISED-VALUE-STR TO WS-CUR-VALUE-STR
                       MOVE CG-APPRAISAL-DATE TO WS-CUR-APPRAISAL-DATE
                       MOVE CG-LIEN-STATUS TO WS-CUR-LIEN-STATUS
                       PERFORM DISPLAY-ENTRY
                   END-IF
           END-READ.

       DISPLAY-ENTRY.
           MOVE FUNCTION NUMVAL(WS-CUR-VALUE-STR) TO WS-VALUE.
           MOVE WS-VALUE TO WS-VALUE-DISPLAY.
           DISPLAY "Collateral " FUNCTION TRIM(WS-IDENTIFIER)
               " for " WS-CUSTOMER-ID ":".
           DISPLAY "  Type:           " WS-CUR-TYPE.
           DISPLAY "  Description:    " WS-CUR-DESCRIPTION.
           DISPLAY "  Appraised:      $" WS-VALUE-DISPLAY
               " on " WS-CUR-APPRAISAL-DATE.
           DISPLAY "  Lien status:    " WS-CUR-LIEN-STATUS.
           IF WS-CUR-LOAN-TIMESTAMP = SPACES
               DISPLAY "  Loan:           none booked yet"
           ELSE
               DISPLAY "  Loan:           " WS-CUR-LOAN-TIMESTAMP
           END-IF.

       FIND-COLLATERAL-RECORD.
      *> Scan for the customer's entry for this identifier,
      *> capturing it as it stands.
           MOVE "N" TO WS-COLLATERAL-FOUND.
           MOVE SPACES TO WS-CUR-LOAN-TIMESTAMP.
           MOVE SPACES TO WS-CUR-TYPE.
           MOVE SPACES TO WS-CUR-DESCRIPTION.
           MOVE SPACES TO WS-CUR-VALUE-STR.
           MOVE SPACES TO WS-CUR-APPRAISAL-DATE.
           MOVE SPACES TO WS-CUR-LIEN-STATUS.

           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-COLLATERAL-EOF.
           PERFORM READ-FOR-FIND
               UNTIL COLLATERAL-AT-EOF OR COLLATERAL-RECORD-FOUND.

           CLOSE COLLATERAL-FILE.

       READ-FOR-FIND.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CG-IDENTIFIER = WS-IDENTIFIER
                       MOVE "Y" TO WS-COLLATERAL-FOUND
                       MOVE CG-LOAN-TIMESTAMP TO WS-CUR-LOAN-TIMESTAMP
                       MOVE CG-COLLATERAL-TYPE TO WS-CUR-TYPE
                       MOVE CG-DESCRIPTION TO WS-CUR-DESCRIPTION
                       MOVE CG-APPRAISED-VALUE-STR TO WS-CUR-VALUE-STR
                       MOVE CG-APPRAISAL-DATE TO WS-CUR-APPRAISAL-DATE
                       MOVE CG-LIEN-STATUS TO WS-CUR-LIEN-STATUS
                   END-IF
           END-READ.

       SAVE-COLLATERAL-RECORD.
      *> The register is line sequential, so the change is applied
      *> by copying it record-for-record with this asset's entry
      *> replaced (or added on the end for a first pledge), then
      *> swapping the copy into place under the file's own lock.
           MOVE FCP-COLLATERAL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: collateral-register.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN OUTPUT COLLATERAL-NEW-FILE.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS = "00"
               MOVE "N" TO WS-COLLATERAL-EOF
               PERFORM COPY-ONE-COLLATERAL-RECORD
                   UNTIL COLLATERAL-AT-EOF
               CLOSE COLLATERAL-FILE
           END-IF.

           IF NOT COLLATERAL-RECORD-FOUND
               PERFORM BUILD-COLLATERAL-RECORD
               MOVE COLLATERAL-RECORD TO COLLATERAL-NEW-RECORD
               WRITE COLLATERAL-NEW-RECORD
           END-IF.
           CLOSE COLLATERAL-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f collateral-register.new "
               FUNCTION TRIM(FCP-COLLATERAL)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-COLLATERAL-RECORD.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CG-IDENTIFIER = WS-IDENTIFIER
                       PERFORM BUILD-COLLATERAL-RECORD
                   END-IF
                   MOVE COLLATERAL-RECORD TO COLLATERAL-NEW-RECORD
                   WRITE COLLATERAL-NEW-RECORD
           END-READ.

       BUILD-COLLATERAL-RECORD.
           MOVE WS-CUSTOMER-ID TO CG-CUSTOMER-ID.
           MOVE WS-CUR-LOAN-TIMESTAMP TO CG-LOAN-TIMESTAMP.
           MOVE WS-CUR-TYPE TO CG-COLLATERAL-TYPE.
           MOVE WS-IDENTIFIER TO CG-IDENTIFIER.
           MOVE WS-CUR-DESCRIPTION TO CG-DESCRIPTION.
           MOVE WS-CUR-VALUE-STR TO CG-APPRAISED-VALUE-STR.
           MOVE WS-CUR-APPRAISAL-DATE TO CG-APPRAISAL-DATE.
           MOVE WS-CUR-LIEN-STATUS TO CG-LIEN-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CG-UPDATED-TS.
           MOVE WS-OPERATOR-ID TO CG-UPDATED-BY.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "COLLATERAL-REG" TO AT-PROGRAM-NAME.
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
