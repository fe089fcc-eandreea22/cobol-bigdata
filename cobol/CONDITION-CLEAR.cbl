       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDITION-CLEAR.
       AUTHOR. Thesis Project.

      *> CONDITION-CLEAR.cbl
      *> Loan Condition-to-Fund Clearing Program
      *>
      *> Signs off one OPEN condition an approving officer put on a
      *> loan (loan-conditions.dat): SATISFY when the evidence is in
      *> hand, WAIVE when the officer's requirement is being let go.
      *> The operator clearing it must be someone other than the one
      *> who set it - the same maker/checker discipline LOAN-APPROVE
      *> holds an oversized loan to - and must be active on the
      *> roster; a waiver is a credit decision, so only a CREDIT
      *> officer may give one. The record is marked, never removed,
      *> with who cleared it and when. Once a loan has no OPEN
      *> conditions left, LOAN-DISBURSE will fund it.
      *>
      *> Invocation: CONDITION-CLEAR <customer_id> <loan_timestamp>
      *>                             <condition> <operator_id>
      *>                             <SATISFY|WAIVE>
      *>             CONDITION-CLEAR <customer_id> <loan_timestamp>
      *>   With only the loan named, lists its conditions and where
      *>   each one stands, and changes nothing.
      *> Example: ./condition-clear C-00001 2025011514300000+0000
      *>          INCOME-PROOF A-0003 SATISFY

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

           SELECT LOAN-CONDITION-FILE ASSIGN TO FCP-LOAN-CONDITIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LCN-FILE-STATUS.

           SELECT LOAN-CONDITION-NEW-FILE
               ASSIGN TO "loan-conditions.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONDITION-NEW-STATUS.

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

       FD  LOAN-CONDITION-FILE.
           COPY "LOAN-CONDITION-REC.cpy".

       FD  LOAN-CONDITION-NEW-FILE.
       01  LOAN-CONDITION-NEW-RECORD     PIC X(96).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Condition file work fields
       01  WS-CONDITION-NEW-STATUS       PIC XX VALUE SPACES.
       01  WS-CONDITION-FOUND            PIC X VALUE "N".
           88  CONDITION-WAS-FOUND       VALUE "Y".
       01  WS-CONDITION-CLEARED          PIC X VALUE "N".
           88  CONDITION-WAS-CLEARED     VALUE "Y".
       01  WS-SET-BY                     PIC X(10) VALUE SPACES.
       01  WS-NEW-STATUS                 PIC X(9) VALUE SPACES.
       01  WS-LIST-COUNT                 PIC 9(4) VALUE 0.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Input parameters
       01  WS-CUSTOMER-ID                PIC X(10) VALUE SPACES.
       01  WS-LOAN-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  WS-CONDITION-NAME             PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.
       01  WS-DECISION                   PIC X(7) VALUE SPACES.

      *> Command line and execution
       01  WS-CMD                        PIC X(300) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Operator roster authorization (role-based; a missing
      *> roster keeps the old free-text behavior)
           COPY "OPERATOR-AUTH-WS.cpy".

      *> Loan conditions to fund (attached at approval, cleared by
      *> a second operator through CONDITION-CLEAR)
           COPY "LOAN-CONDITION-WS.cpy".

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
           MOVE "CONDITION-CLEAR" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "LOAN CONDITION CLEARING".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-CUSTOMER-ID
                    WS-LOAN-TIMESTAMP
                    WS-CONDITION-NAME
                    WS-OPERATOR-ID
                    WS-DECISION
           END-UNSTRING.

           MOVE "CONDITION_CLEAR" TO WS-AUDIT-ACTION.

           IF WS-CUSTOMER-ID NOT = SPACES
               AND WS-LOAN-TIMESTAMP NOT = SPACES
               AND WS-CONDITION-NAME = SPACES
               PERFORM LIST-LOAN-CONDITIONS
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-CUSTOMER-ID = SPACES OR WS-LOAN-TIMESTAMP = SPACES
               OR WS-OPERATOR-ID = SPACES
               OR (WS-DECISION NOT = "SATISFY"
                   AND WS-DECISION NOT = "WAIVE")
               DISPLAY "ERROR: Missing or invalid parameters"
               DISPLAY "Usage: CONDITION-CLEAR <customer_id> "
                   "<loan_timestamp> <condition> <operator_id> "
                   "<SATISFY|WAIVE>"
               DISPLAY "       CONDITION-CLEAR <customer_id> "
                   "<loan_timestamp>"
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Anyone active on the roster may record that the evidence is
      *> in; letting a requirement go is a CREDIT officer's call.
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           IF WS-DECISION = "WAIVE"
               MOVE "CREDIT" TO OPA-REQUIRED-ROLE
               PERFORM CHECK-OPERATOR-AUTH
           ELSE
               PERFORM CHECK-OPERATOR-ACTIVE
           END-IF.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " not authorized: " OPA-DENY-REASON
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DENIED - " OPA-DENY-REASON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-CONDITION-TO-CLEAR.

           IF NOT CONDITION-WAS-FOUND
               DISPLAY "ERROR: No OPEN condition "
                   FUNCTION TRIM(WS-CONDITION-NAME) " on "
                   "loan-conditions.dat for " WS-CUSTOMER-ID
                   " / " WS-LOAN-TIMESTAMP
               MOVE "REJECTED - NOT_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Maker/checker: the officer who asked for the condition does
      *> not get to sign it off.
           IF WS-OPERATOR-ID = WS-SET-BY
               DISPLAY "ERROR: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " set this condition - a different operator "
                   "must clear it"
               MOVE "REJECTED - SAME_OPERATOR" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DECISION = "WAIVE"
               MOVE "WAIVED" TO WS-NEW-STATUS
           ELSE
               MOVE "SATISFIED" TO WS-NEW-STATUS
           END-IF.

           PERFORM REWRITE-CONDITION-FILE.

           IF NOT CONDITION-WAS-CLEARED
               DISPLAY "ERROR: Condition was cleared by someone else "
                   "meanwhile - nothing changed"
               MOVE "REJECTED - NOT_OPEN" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-CUSTOMER-ID TO LCN-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO LCN-LOAN-TIMESTAMP.
           PERFORM FIND-OPEN-CONDITIONS.

           DISPLAY "".
           DISPLAY "Loan " WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP.
           DISPLAY "Condition " FUNCTION TRIM(WS-CONDITION-NAME) " "
               FUNCTION TRIM(WS-NEW-STATUS) " by "
               FUNCTION TRIM(WS-OPERATOR-ID)
               " (set by " FUNCTION TRIM(WS-SET-BY) ")".
           IF LCN-OPEN-COUNT = 0
               DISPLAY "No conditions left OPEN - the loan may be "
                   "funded"
           ELSE
               DISPLAY LCN-OPEN-COUNT " condition(s) still OPEN"
           END-IF.
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING FUNCTION TRIM(WS-NEW-STATUS) " "
               WS-CONDITION-NAME
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LIST-LOAN-CONDITIONS.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT LOAN-CONDITION-FILE.
           IF LCN-FILE-STATUS = "00"
               DISPLAY "CONDITION            STATUS    SET BY     "
                   "SET ON    CLEARED BY CLEARED"
               MOVE "N" TO LCN-EOF
               PERFORM READ-CONDITION-FOR-LIST
                   UNTIL LCN-AT-EOF
               CLOSE LOAN-CONDITION-FILE
           END-IF.
           IF WS-LIST-COUNT = 0
               DISPLAY "No conditions on " WS-CUSTOMER-ID " / "
                   WS-LOAN-TIMESTAMP
           END-IF.
           DISPLAY "========================================".

       READ-CONDITION-FOR-LIST.
           READ LOAN-CONDITION-FILE
               AT END
                   MOVE "Y" TO LCN-EOF
               NOT AT END
                   IF LC-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND LC-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY LC-CONDITION-NAME " " LC-STATUS " "
                           LC-SET-BY " " LC-SET-DATE "  "
                           LC-CLEARED-BY " " LC-CLEARED-DATE
                   END-IF
           END-READ.

       FIND-CONDITION-TO-CLEAR.
           MOVE "N" TO WS-CONDITION-FOUND.
           OPEN INPUT LOAN-CONDITION-FILE.
           IF LCN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO LCN-EOF.
           PERFORM READ-CONDITION-FOR-FIND
               UNTIL LCN-AT-EOF OR CONDITION-WAS-FOUND.

           CLOSE LOAN-CONDITION-FILE.

       READ-CONDITION-FOR-FIND.
           READ LOAN-CONDITION-FILE
               AT END
                   MOVE "Y" TO LCN-EOF
               NOT AT END
                   IF LC-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND LC-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND LC-CONDITION-NAME = WS-CONDITION-NAME
                       AND LC-STATUS = "OPEN"
                       MOVE "Y" TO WS-CONDITION-FOUND
                       MOVE LC-SET-BY TO WS-SET-BY
                   END-IF
           END-READ.

       REWRITE-CONDITION-FILE.
      *> Same read-copy-swap as the other line-sequential registers,
      *> under the file's own lock - and never without it: a swap
      *> run while LOAN-PROCESS or LOAN-APPROVE is appending a new
      *> condition would silently drop that condition, and the loan
      *> could fund without it. Only the first OPEN record of that
      *> name is cleared, so a condition set twice is cleared twice.
           MOVE "N" TO WS-CONDITION-CLEARED.
           MOVE FCP-LOAN-CONDITIONS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: loan-conditions.dat is locked - "
                   "nothing changed; rerun later"
               MOVE "ERROR - FILE_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LOAN-CONDITION-FILE.
           OPEN OUTPUT LOAN-CONDITION-NEW-FILE.

           MOVE "N" TO LCN-EOF.
           PERFORM COPY-ONE-CONDITION-RECORD
               UNTIL LCN-AT-EOF.

           CLOSE LOAN-CONDITION-FILE.
           CLOSE LOAN-CONDITION-NEW-FILE.

           IF CONDITION-WAS-CLEARED
               MOVE SPACES TO WS-CMD
               STRING "mv -f loan-conditions.new "
                   FUNCTION TRIM(FCP-LOAN-CONDITIONS)
                   DELIMITED BY SIZE INTO WS-CMD
               END-STRING
               CALL "SYSTEM" USING WS-CMD
           END-IF.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-CONDITION-RECORD.
           READ LOAN-CONDITION-FILE
               AT END
                   MOVE "Y" TO LCN-EOF
               NOT AT END
                   IF LC-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND LC-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND LC-CONDITION-NAME = WS-CONDITION-NAME
                       AND LC-STATUS = "OPEN"
                       AND LC-SET-BY NOT = WS-OPERATOR-ID
                       AND NOT CONDITION-WAS-CLEARED
                       MOVE WS-NEW-STATUS TO LC-STATUS
                       MOVE WS-OPERATOR-ID TO LC-CLEARED-BY
                       MOVE BDT-BUSINESS-DATE TO LC-CLEARED-DATE
                       MOVE "Y" TO WS-CONDITION-CLEARED
                   END-IF
                   MOVE LOAN-CONDITION-RECORD
                       TO LOAN-CONDITION-NEW-RECORD
                   WRITE LOAN-CONDITION-NEW-RECORD
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "CONDITION-CLEAR" TO AT-PROGRAM-NAME.
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

       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "LOAN-CONDITION-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".
