       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATED-PARTY.
       AUTHOR. Thesis Project.

      *> RELATED-PARTY.cbl
      *> Household / Related-Party Register Maintenance
      *>
      *> Links customers who are one credit risk in practice on
      *> related-party-register.dat, so exposure is measured across
      *> the whole related group rather than one borrower at a time:
      *>
      *>   LINK   records that <customer_id> is SPOUSE, OWNER-OF or
      *>          GUARANTOR-FOR <related_id>. A pair may carry one
      *>          live link; a pair unlinked earlier may be linked
      *>          again.
      *>   UNLINK ends the pair's live link (whichever way round it
      *>          was recorded); the record stays on file as ENDED.
      *>   SHOW   lists the customer's own links and everyone in
      *>          their related group.
      *>
      *> LOAN-PROCESS holds the whole group to the single-obligor
      *> limit on obligor-limit-config.dat, and PORTFOLIO-REPORT
      *> ranks the groups by exposure. Only a CREDIT officer on the
      *> operator roster may LINK or UNLINK. Every change lands on
      *> the shared audit trail.
      *>
      *> Invocation: RELATED-PARTY LINK <customer_id> <relation>
      *>                          <related_id> <operator_id>
      *>             RELATED-PARTY UNLINK <customer_id> <related_id>
      *>                          <operator_id>
      *>             RELATED-PARTY SHOW <customer_id>
      *> Example: ./related-party LINK C-00001 OWNER-OF C-00417
      *>          K-0001
      *>          ./related-party SHOW C-00417
      *>
      *> Output: related-party-register.dat (rewritten)

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

           SELECT RELATED-PARTY-FILE ASSIGN TO FCP-RELATED-PARTIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPG-FILE-STATUS.

           SELECT RELATED-PARTY-NEW-FILE
               ASSIGN TO "related-party-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATED-NEW-STATUS.

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

       FD  RELATED-PARTY-FILE.
           COPY "RELATED-PARTY-REC.cpy".

       FD  RELATED-PARTY-NEW-FILE.
       01  RELATED-PARTY-NEW-RECORD      PIC X(72).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Register file work fields
       01  WS-RELATED-NEW-STATUS         PIC XX VALUE SPACES.
       01  WS-LINK-FOUND                 PIC X VALUE "N".
           88  LINK-RECORD-FOUND         VALUE "Y".
       01  WS-SHOW-COUNT                 PIC 9(4) VALUE 0.
       01  WS-MEMBER-DISPLAY             PIC ZZ9.

      *> The pair's link as it stands and as it will be written.
       01  WS-CUR-RELATION               PIC X(13) VALUE SPACES.
       01  WS-CUR-STATUS                 PIC X(8) VALUE SPACES.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-CHECK-ID                   PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-KNOWN             PIC X VALUE "Y".
           88  CUSTOMER-IS-KNOWN         VALUE "Y".

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
       01  WS-RELATION                   PIC X(13) VALUE SPACES.
           88  VALID-RELATION            VALUE "SPOUSE" "OWNER-OF"
                                               "GUARANTOR-FOR".
       01  WS-RELATED-ID                 PIC X(10) VALUE SPACES.
       01  WS-OPERATOR-ID                PIC X(10) VALUE SPACES.

      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(300) VALUE SPACES.

      *> Related-party group lookup (everyone reachable through
      *> ACTIVE links, for SHOW)
           COPY "RELATED-PARTY-WS.cpy".

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
           MOVE "RELATED-PARTY" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "RELATED-PARTY REGISTER".
           DISPLAY "========================================".

           ACCEPT WS-FULL-CMDLINE FROM COMMAND-LINE.
           UNSTRING WS-FULL-CMDLINE DELIMITED BY ALL SPACES
               INTO WS-COMMAND
                    WS-CUSTOMER-ID
                    WS-PARAM-3
                    WS-PARAM-4
                    WS-PARAM-5
           END-UNSTRING.

           EVALUATE WS-COMMAND
               WHEN "LINK"
                   MOVE WS-PARAM-3(1:13) TO WS-RELATION
                   MOVE WS-PARAM-4(1:10) TO WS-RELATED-ID
                   MOVE WS-PARAM-5(1:10) TO WS-OPERATOR-ID
                   MOVE "RELATED_LINK" TO WS-AUDIT-ACTION
               WHEN "UNLINK"
                   MOVE WS-PARAM-3(1:10) TO WS-RELATED-ID
                   MOVE WS-PARAM-4(1:10) TO WS-OPERATOR-ID
                   MOVE "RELATED_UNLINK" TO WS-AUDIT-ACTION
               WHEN "SHOW"
                   PERFORM SHOW-RELATED-PARTIES
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: Unknown command"
                   PERFORM DISPLAY-USAGE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-CUSTOMER-ID = SPACES OR WS-RELATED-ID = SPACES
               OR WS-OPERATOR-ID = SPACES
               DISPLAY "ERROR: Missing parameters"
               PERFORM DISPLAY-USAGE
               MOVE "REJECTED - MISSING_PARAMS" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> Who counts as one obligor is a credit decision.
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

           PERFORM FIND-LINK-RECORD.

           EVALUATE WS-COMMAND
               WHEN "LINK"
                   PERFORM LINK-CUSTOMERS
               WHEN "UNLINK"
                   PERFORM UNLINK-CUSTOMERS
           END-EVALUATE.

           DISPLAY "========================================".
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       DISPLAY-USAGE.
           DISPLAY "Usage: RELATED-PARTY LINK <customer_id> "
               "<SPOUSE|OWNER-OF|GUARANTOR-FOR> <related_id> "
               "<operator_id>".
           DISPLAY "       RELATED-PARTY UNLINK <customer_id> "
               "<related_id> <operator_id>".
           DISPLAY "       RELATED-PARTY SHOW <customer_id>".

       REJECT-ACTION.
      *> WS-AUDIT-OUTCOME carries the reason; the message is already
      *> on the terminal.
           PERFORM LOG-AUDIT-TRAIL.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       LINK-CUSTOMERS.
           IF NOT VALID-RELATION
               DISPLAY "ERROR: Relationship must be SPOUSE, OWNER-OF "
                   "or GUARANTOR-FOR"
               MOVE "REJECTED - BAD_RELATION" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF WS-RELATED-ID = WS-CUSTOMER-ID
               DISPLAY "ERROR: A customer cannot be linked to "
                   "themselves"
               MOVE "REJECTED - SAME_CUSTOMER" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

      *> Both sides must be customers of ours - a typo here would
      *> quietly leave the real relation outside the group.
           MOVE WS-CUSTOMER-ID TO WS-CHECK-ID.
           PERFORM CHECK-CUSTOMER-ON-MASTER.
           IF CUSTOMER-IS-KNOWN
               MOVE WS-RELATED-ID TO WS-CHECK-ID
               PERFORM CHECK-CUSTOMER-ON-MASTER
           END-IF.
           IF NOT CUSTOMER-IS-KNOWN
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CHECK-ID)
                   " is not on the customer master"
               MOVE "REJECTED - UNKNOWN_CUSTOMER" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           IF LINK-RECORD-FOUND AND WS-CUR-STATUS = "ACTIVE"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " and " FUNCTION TRIM(WS-RELATED-ID)
                   " are already linked as " WS-CUR-RELATION
               MOVE "REJECTED - ALREADY_LINKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE WS-RELATION TO WS-CUR-RELATION.
           MOVE "ACTIVE" TO WS-CUR-STATUS.
           PERFORM SAVE-LINK-RECORD.

           DISPLAY FUNCTION TRIM(WS-CUSTOMER-ID) " "
               FUNCTION TRIM(WS-CUR-RELATION) " "
               FUNCTION TRIM(WS-RELATED-ID) " - linked".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "LINKED " FUNCTION TRIM(WS-CUR-RELATION) " "
               WS-RELATED-ID
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       UNLINK-CUSTOMERS.
           IF NOT LINK-RECORD-FOUND OR WS-CUR-STATUS NOT = "ACTIVE"
               DISPLAY "ERROR: " FUNCTION TRIM(WS-CUSTOMER-ID)
                   " and " FUNCTION TRIM(WS-RELATED-ID)
                   " have no live link"
               MOVE "REJECTED - NOT_LINKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           MOVE "ENDED" TO WS-CUR-STATUS.
           PERFORM SAVE-LINK-RECORD.

           DISPLAY FUNCTION TRIM(WS-CUSTOMER-ID) " "
               FUNCTION TRIM(WS-CUR-RELATION) " "
               FUNCTION TRIM(WS-RELATED-ID) " - link ended".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "UNLINKED " FUNCTION TRIM(WS-CUR-RELATION) " "
               WS-RELATED-ID
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.

       CHECK-CUSTOMER-ON-MASTER.
      *> A missing master is not a reason to refuse - the register
      *> can be kept up while the master is being rebuilt.
           MOVE "Y" TO WS-CUSTOMER-KNOWN.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE SPACES TO CM-CUSTOMER-ID
               MOVE WS-CHECK-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                   MOVE "N" TO WS-CUSTOMER-KNOWN
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       SHOW-RELATED-PARTIES.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "ERROR: Missing customer id"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Links recorded for " FUNCTION TRIM(WS-CUSTOMER-ID)
               ":".
           MOVE 0 TO WS-SHOW-COUNT.
           OPEN INPUT RELATED-PARTY-FILE.
           IF RPG-FILE-STATUS = "00"
               MOVE "N" TO RPG-EOF
               PERFORM READ-FOR-SHOW
                   UNTIL RPG-AT-EOF
               CLOSE RELATED-PARTY-FILE
           END-IF.
           IF WS-SHOW-COUNT = 0
               DISPLAY "  none"
           END-IF.

           PERFORM LOAD-RELATED-PARTIES.
           PERFORM START-RELATED-GROUP.
           MOVE WS-CUSTOMER-ID TO RPG-SEED-ID.
           PERFORM ADD-RELATED-MEMBER.
           PERFORM EXPAND-RELATED-GROUP.

           MOVE RPG-MEMBER-COUNT TO WS-MEMBER-DISPLAY.
           DISPLAY "Related group " FUNCTION TRIM(RPG-GROUP-LABEL)
               " (" FUNCTION TRIM(WS-MEMBER-DISPLAY) " members):".
           PERFORM VARYING RPG-MEMBER-IX FROM 1 BY 1
               UNTIL RPG-MEMBER-IX > RPG-MEMBER-COUNT
               DISPLAY "  " RPG-MEMBER-ID(RPG-MEMBER-IX)
           END-PERFORM.
           IF RELATED-GROUP-TRUNCATED
               DISPLAY "  ... group larger than shown"
           END-IF.
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.

       READ-FOR-SHOW.
           READ RELATED-PARTY-FILE
               AT END
                   MOVE "Y" TO RPG-EOF
               NOT AT END
                   IF RP-CUSTOMER-ID = WS-CUSTOMER-ID
                       OR RP-RELATED-ID = WS-CUSTOMER-ID
                       ADD 1 TO WS-SHOW-COUNT
                       DISPLAY "  " RP-CUSTOMER-ID " "
                           RP-RELATION-TYPE " " RP-RELATED-ID " "
                           RP-STATUS " " RP-UPDATED-TS(1:8) " "
                           RP-UPDATED-BY
                   END-IF
           END-READ.

       FIND-LINK-RECORD.
      *> The pair's link, recorded either way round. A live link is
      *> preferred over an ended one, so an unlinked-and-relinked
      *> pair is found by its current state.
           MOVE "N" TO WS-LINK-FOUND.
           MOVE SPACES TO WS-CUR-RELATION.
           MOVE SPACES TO WS-CUR-STATUS.

           OPEN INPUT RELATED-PARTY-FILE.
           IF RPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO RPG-EOF.
           PERFORM READ-FOR-FIND
               UNTIL RPG-AT-EOF.

           CLOSE RELATED-PARTY-FILE.

       READ-FOR-FIND.
           READ RELATED-PARTY-FILE
               AT END
                   MOVE "Y" TO RPG-EOF
               NOT AT END
                   IF ((RP-CUSTOMER-ID = WS-CUSTOMER-ID
                           AND RP-RELATED-ID = WS-RELATED-ID)
                       OR (RP-CUSTOMER-ID = WS-RELATED-ID
                           AND RP-RELATED-ID = WS-CUSTOMER-ID))
                       AND WS-CUR-STATUS NOT = "ACTIVE"
                       MOVE "Y" TO WS-LINK-FOUND
                       MOVE RP-RELATION-TYPE TO WS-CUR-RELATION
                       MOVE RP-STATUS TO WS-CUR-STATUS
                   END-IF
           END-READ.

       SAVE-LINK-RECORD.
      *> The register is line sequential, so the change is applied
      *> by copying it record-for-record with the pair's link
      *> replaced (or added on the end for a first link), then
      *> swapping the copy into place under the file's own lock.
      *> Relinking an ended pair replaces the ended record, the
      *> right way round for the new relationship.
           MOVE FCP-RELATED-PARTIES TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "ERROR: related-party-register.dat is locked "
                   "- nothing changed; rerun later"
               MOVE "REJECTED - REGISTER_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM REJECT-ACTION
           END-IF.

           OPEN OUTPUT RELATED-PARTY-NEW-FILE.
           MOVE "N" TO WS-LINK-FOUND.
           OPEN INPUT RELATED-PARTY-FILE.
           IF RPG-FILE-STATUS = "00"
               MOVE "N" TO RPG-EOF
               PERFORM COPY-ONE-LINK-RECORD
                   UNTIL RPG-AT-EOF
               CLOSE RELATED-PARTY-FILE
           END-IF.

           IF NOT LINK-RECORD-FOUND
               PERFORM BUILD-LINK-RECORD
               MOVE RELATED-PARTY-RECORD TO RELATED-PARTY-NEW-RECORD
               WRITE RELATED-PARTY-NEW-RECORD
           END-IF.
           CLOSE RELATED-PARTY-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f related-party-register.new "
               FUNCTION TRIM(FCP-RELATED-PARTIES)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-ONE-LINK-RECORD.
      *> Only the first record for the pair that is not already
      *> superseded is replaced: the live one on UNLINK, the ended
      *> one on a relink.
           READ RELATED-PARTY-FILE
               AT END
                   MOVE "Y" TO RPG-EOF
               NOT AT END
                   IF NOT LINK-RECORD-FOUND
                       AND ((RP-CUSTOMER-ID = WS-CUSTOMER-ID
                           AND RP-RELATED-ID = WS-RELATED-ID)
                       OR (RP-CUSTOMER-ID = WS-RELATED-ID
                           AND RP-RELATED-ID = WS-CUSTOMER-ID))
                       AND (RP-STATUS = "ACTIVE"
                           OR WS-CUR-STATUS = "ACTIVE")
                       MOVE "Y" TO WS-LINK-FOUND
                       PERFORM BUILD-LINK-RECORD
                   END-IF
                   MOVE RELATED-PARTY-RECORD
                       TO RELATED-PARTY-NEW-RECORD
                   WRITE RELATED-PARTY-NEW-RECORD
           END-READ.

       BUILD-LINK-RECORD.
      *> An UNLINK keeps the link the way round it was recorded; a
      *> LINK records it the way the officer stated it.
           IF WS-COMMAND = "LINK"
               MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
               MOVE WS-RELATED-ID TO RP-RELATED-ID
           END-IF.
           MOVE WS-CUR-RELATION TO RP-RELATION-TYPE.
           MOVE WS-CUR-STATUS TO RP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO RP-UPDATED-TS.
           MOVE WS-OPERATOR-ID TO RP-UPDATED-BY.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "RELATED-PARTY" TO AT-PROGRAM-NAME.
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

       COPY "RELATED-PARTY-PARA.cpy".
