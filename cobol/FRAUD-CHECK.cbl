      *>   nightly-batch-checkpoint.dat is maintained here line by
      *>   line, so an abend still resumes mid-file.
      *>
      *> Champion/challenger: when challenger-thresholds.dat and/or
      *>   challenger-mcc-risk.dat carry rows (approved through
      *>   TABLE-MAINTAIN like the live tables), every scored
      *>   transaction is also classified under them - the live MCC
      *>   weight swapped for the challenger's, the RESCREEN way -
      *>   and the pair of decisions is appended to
      *>   challenger-log.dat. The live (champion) tables still make
      *>   every decision; CHALLENGER-REPORT judges the challenger.
      *>   A challenger file left empty falls back to its live twin.
      *>
      *> Account takeover: a contact-field change (email, phone or
      *>   city) on customer-change-journal.dat within the window
      *>   set in takeover-config.dat, followed by a high-value
      *>   transaction or one off the customer's usual channel,
      *>   raises ACCOUNT_TAKEOVER and bumps the score.
      *>
      *> IPC Pattern:
      *>   1. Accept 6 CLI parameters
      *>   2. CALL "SYSTEM" invokes python/fraud_detect.py
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT CHALLENGER-THRESHOLD-FILE
               ASSIGN TO FCP-CHALLENGER-THRESH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-STATUS.

           SELECT CHALLENGER-MCC-FILE
               ASSIGN TO FCP-CHALLENGER-MCC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-STATUS.

           SELECT CHALLENGER-LOG-FILE
               ASSIGN TO FCP-CHALLENGER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHALLENGER-LOG-STATUS.

           SELECT SPEND-LIMIT-FILE ASSIGN TO FCP-SPEND-LIMITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO FCP-CHANGE-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT TAKEOVER-CONFIG-FILE ASSIGN TO FCP-TAKEOVER-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAKEOVER-CFG-STATUS.

           SELECT TXN-INPUT-FILE ASSIGN TO WS-TXN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-INPUT-STATUS.
       FD  THRESHOLD-FILE.
           COPY "FRAUD-THRESHOLD-REC.cpy".

       FD  CHALLENGER-THRESHOLD-FILE.
       01  CHALLENGER-THRESHOLD-RECORD.
           05  XT-LOW-SCORE-STR          PIC X(3).
           05  XT-HIGH-SCORE-STR         PIC X(3).
           05  XT-RISK-LEVEL             PIC X(6).
           05  XT-RECOMMEND              PIC X(7).
           05  FILLER                    PIC X(4).
           05  XT-EFFECTIVE-FROM         PIC X(8).
           05  XT-EFFECTIVE-TO           PIC X(8).

       FD  CHALLENGER-MCC-FILE.
       01  CHALLENGER-MCC-RECORD.
           05  XM-MCC-CODE               PIC X(4).
           05  XM-WEIGHT-STR             PIC X(3).
           05  XM-CATEGORY-NAME          PIC X(20).
           05  XM-EFFECTIVE-FROM         PIC X(8).
           05  XM-EFFECTIVE-TO           PIC X(8).

       FD  CHALLENGER-LOG-FILE.
           COPY "CHALLENGER-LOG-REC.cpy".

       FD  SPEND-LIMIT-FILE.
           COPY "SPEND-LIMIT-REC.cpy".

       FD  PROFILE-FILE.
           COPY "PROFILE-REC.cpy".

       FD  CHANGE-JOURNAL-FILE.
           COPY "CHANGE-JOURNAL-REC.cpy".

       FD  TAKEOVER-CONFIG-FILE.
       01  TAKEOVER-CONFIG-RECORD.
           05  TC-WINDOW-DAYS-STR        PIC X(2).
           05  TC-HIGH-VALUE-STR         PIC X(12).

       FD  TXN-INPUT-FILE.
       01  TXN-INPUT-RECORD              PIC X(200).

       01  WS-AMOUNT-DEVIATION          PIC X VALUE "N".
       01  WS-HABIT-DEVIATION           PIC X VALUE "N".

      *> Account-takeover work fields: a contact change on the
      *> change journal inside WS-TAKEOVER-DAYS of the transaction,
      *> then high-value or off-channel spend. The window and the
      *> high-value line come from takeover-config.dat when present.
       01  WS-JOURNAL-STATUS             PIC XX VALUE SPACES.
       01  WS-JOURNAL-EOF                PIC X VALUE "N".
           88  JOURNAL-AT-EOF            VALUE "Y".
       01  WS-TAKEOVER-CFG-STATUS        PIC XX VALUE SPACES.
       01  WS-TAKEOVER-DAYS              PIC 9(2) VALUE 2.
       01  WS-TAKEOVER-HIGH-VALUE        PIC 9(8)V99 VALUE 1000.00.
       01  WS-TAKEOVER-SCORE-BUMP        PIC 9(3) VALUE 25.
       01  WS-CONTACT-CHANGED            PIC X VALUE "N".
           88  RECENT-CONTACT-CHANGE     VALUE "Y".
       01  WS-TAKEOVER-TXN-DATE          PIC X(8) VALUE SPACES.
       01  WS-TAKEOVER-FROM-DATE         PIC X(8) VALUE SPACES.
       01  WS-TAKEOVER-FROM-NUM          PIC 9(8) VALUE 0.
       01  WS-TAKEOVER-RISKY             PIC X VALUE "N".

      *> Sanctions/watchlist work fields
       01  WS-SANCTIONS-STATUS           PIC XX VALUE SPACES.
       01  WS-SANCTIONS-EOF              PIC X VALUE "N".
       01  WS-THRESHOLD-LOW-SCORE        PIC 9(3) VALUE 0.
       01  WS-THRESHOLD-HIGH-SCORE       PIC 9(3) VALUE 0.

      *> Champion/challenger work fields: the challenger tables load
      *> beside the live ones; WS-CHAMP-MCC-DELTA is what the live
      *> MCC weight actually added to this transaction's score, so
      *> the challenger can swap it for its own weight.
       01  WS-CHALLENGER-STATUS          PIC XX VALUE SPACES.
       01  WS-CHALLENGER-LOG-STATUS      PIC XX VALUE SPACES.
       01  WS-CHALLENGER-EOF             PIC X VALUE "N".
           88  CHALLENGER-AT-EOF         VALUE "Y".
       01  WS-CHALLENGER-ON              PIC X VALUE "N".
           88  CHALLENGER-ACTIVE         VALUE "Y".
       01  WS-PRE-MCC-SCORE              PIC 9(3) VALUE 0.
       01  WS-CHAMP-MCC-DELTA            PIC 9(3) VALUE 0.
       01  WS-CHAL-WEIGHT                PIC 9(3) VALUE 0.
       01  WS-CHAL-SCORE                 PIC S9(4) VALUE 0.
       01  WS-CHAL-RISK                  PIC X(6) VALUE SPACES.
       01  WS-CHAL-RECOMMEND             PIC X(7) VALUE SPACES.
       01  WS-CHAL-SCORE-OUT             PIC 9(3) VALUE 0.
       01  WS-CHAL-FOUND                 PIC X VALUE "N".
           88  CHALLENGER-ROW-FOUND      VALUE "Y".
       01  WS-CHAL-EVALUATED             PIC X VALUE "N".
           88  CHALLENGER-EVALUATED      VALUE "Y".

      *> Daily cumulative spend limit work fields. The segment cutoffs
      *> are the same balance thresholds CUSTOMER-LOOKUP's
      *> ASSIGN-CUSTOMER-SEGMENT applies, so the cap a customer gets
               10  WS-THRT-RISK          PIC X(6).
               10  WS-THRT-RECOMMEND     PIC X(7).
       01  WS-THRT-USED                  PIC 9(2) VALUE 0.
       01  WS-XMCC-TABLE.
           05  WS-XMCC-ENTRY OCCURS 200 TIMES.
               10  WS-XMCC-CODE          PIC X(4).
               10  WS-XMCC-WEIGHT        PIC 9(3).
       01  WS-XMCC-USED                  PIC 9(3) VALUE 0.
       01  WS-XTHR-TABLE.
           05  WS-XTHR-ENTRY OCCURS 50 TIMES.
               10  WS-XTHR-LOW           PIC 9(3).
               10  WS-XTHR-HIGH          PIC 9(3).
               10  WS-XTHR-RISK          PIC X(6).
               10  WS-XTHR-RECOMMEND     PIC X(7).
       01  WS-XTHR-USED                  PIC 9(2) VALUE 0.
       01  WS-TNT-TABLE.
           05  WS-TNT-ENTRY OCCURS 200 TIMES.
               10  WS-TNT-CUSTOMER       PIC X(10).
      *> level and recommendation. A sanctions hit is already the
      *> final word on its own account, so it is not run back through
      *> the table for a possible second opinion.
      *> The challenger is classified first, from the same final
      *> score the champion is about to classify - the champion
      *> table then has the only say on what happens next.
           IF NOT SANCTIONS-MATCH-FOUND
               IF CHALLENGER-ACTIVE
                   PERFORM SCORE-CHALLENGER
               END-IF
               PERFORM CONSULT-THRESHOLD-TABLE
           END-IF.

               PERFORM PLACE-CUSTOMER-HOLD
           END-IF.

           IF CHALLENGER-EVALUATED
               PERFORM LOG-CHALLENGER-RESULT
           END-IF.

      *> A cleared transaction is money that actually moved today -
      *> post it through to the master so the segment cap, the
      *> portfolio cuts, and everything else intraday runs on live
           MOVE 0 TO WS-VELOCITY-COUNT WS-VELOCITY-SUM.
           MOVE "N" TO WS-DEGRADED.
           MOVE "N" TO WS-DORMANT-REACT.
           MOVE "N" TO WS-CHAL-EVALUATED.
           MOVE 0 TO WS-CHAMP-MCC-DELTA.

       EXECUTE-SCORING-AND-PARSE-RESPONSE.
      *> Build command to invoke Python script, enforced by the shell
      *> against the baseline PROFILE-BUILD derived overnight.
           PERFORM CHECK-BEHAVIOR-PROFILE.

      *> A fresh email/phone/city followed by unusual spend is
      *> the takeover pattern; it leans on the profile the
      *> behavioral check just looked up for the usual channel.
           PERFORM CHECK-ACCOUNT-TAKEOVER.

      *> The wake-up bump for a previously dormant account.
           PERFORM CHECK-DORMANT-BUMP.

           PERFORM LOAD-SANCTIONS-TABLE.
           PERFORM LOAD-MCC-TABLE.
           PERFORM LOAD-THRESHOLD-TABLE.
           PERFORM LOAD-CHALLENGER-TABLES.
           PERFORM LOAD-TRAVEL-NOTICE-TABLE.
           PERFORM LOAD-SPEND-LIMIT-TABLE.
           PERFORM LOAD-HOT-MERCHANT-TABLE.
           PERFORM LOAD-TAKEOVER-CONFIG.

       LOAD-SANCTIONS-TABLE.
           MOVE 0 TO WS-SANC-USED.
                   END-IF
           END-READ.

       LOAD-CHALLENGER-TABLES.
      *> The challenger runs only when at least one challenger table
      *> has rows in force for the processing date. A challenger
      *> table with no rows borrows its live twin, so a
      *> threshold-only or MCC-only challenger is judged on that one
      *> change alone.
           MOVE "N" TO WS-CHALLENGER-ON.
           MOVE 0 TO WS-XTHR-USED.
           OPEN INPUT CHALLENGER-THRESHOLD-FILE.
           IF WS-CHALLENGER-STATUS = "00"
               MOVE "N" TO WS-CHALLENGER-EOF
               PERFORM LOAD-ONE-CHALLENGER-THRESHOLD
                   UNTIL CHALLENGER-AT-EOF OR WS-XTHR-USED >= 50
               CLOSE CHALLENGER-THRESHOLD-FILE
           END-IF.

           MOVE 0 TO WS-XMCC-USED.
           OPEN INPUT CHALLENGER-MCC-FILE.
           IF WS-CHALLENGER-STATUS = "00"
               MOVE "N" TO WS-CHALLENGER-EOF
               PERFORM LOAD-ONE-CHALLENGER-MCC
                   UNTIL CHALLENGER-AT-EOF OR WS-XMCC-USED >= 200
               CLOSE CHALLENGER-MCC-FILE
           END-IF.

           IF WS-XTHR-USED = 0 AND WS-XMCC-USED = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-CHALLENGER-ON.
           IF WS-XTHR-USED = 0
               MOVE WS-THRT-TABLE TO WS-XTHR-TABLE
               MOVE WS-THRT-USED TO WS-XTHR-USED
           END-IF.
           IF WS-XMCC-USED = 0
               MOVE WS-MCCT-TABLE TO WS-XMCC-TABLE
               MOVE WS-MCCT-USED TO WS-XMCC-USED
           END-IF.

       LOAD-ONE-CHALLENGER-THRESHOLD.
           READ CHALLENGER-THRESHOLD-FILE
               AT END
                   MOVE "Y" TO WS-CHALLENGER-EOF
               NOT AT END
                   IF (XT-EFFECTIVE-FROM = SPACES
                       OR XT-EFFECTIVE-FROM <= WS-PROCESSING-DATE)
                       AND (XT-EFFECTIVE-TO = SPACES
                           OR XT-EFFECTIVE-TO >= WS-PROCESSING-DATE)
                       ADD 1 TO WS-XTHR-USED
                       MOVE FUNCTION NUMVAL(XT-LOW-SCORE-STR)
                           TO WS-XTHR-LOW(WS-XTHR-USED)
                       MOVE FUNCTION NUMVAL(XT-HIGH-SCORE-STR)
                           TO WS-XTHR-HIGH(WS-XTHR-USED)
                       MOVE XT-RISK-LEVEL
                           TO WS-XTHR-RISK(WS-XTHR-USED)
                       MOVE XT-RECOMMEND
                           TO WS-XTHR-RECOMMEND(WS-XTHR-USED)
                   END-IF
           END-READ.

       LOAD-ONE-CHALLENGER-MCC.
           READ CHALLENGER-MCC-FILE
               AT END
                   MOVE "Y" TO WS-CHALLENGER-EOF
               NOT AT END
                   IF (XM-EFFECTIVE-FROM = SPACES
                       OR XM-EFFECTIVE-FROM <= WS-PROCESSING-DATE)
                       AND (XM-EFFECTIVE-TO = SPACES
                           OR XM-EFFECTIVE-TO >= WS-PROCESSING-DATE)
                       ADD 1 TO WS-XMCC-USED
                       MOVE XM-MCC-CODE
                           TO WS-XMCC-CODE(WS-XMCC-USED)
                       MOVE FUNCTION NUMVAL(XM-WEIGHT-STR)
                           TO WS-XMCC-WEIGHT(WS-XMCC-USED)
                   END-IF
           END-READ.

       LOAD-TRAVEL-NOTICE-TABLE.
           MOVE 0 TO WS-TNT-USED.
           OPEN INPUT TRAVEL-NOTICE-FILE.
      *> No matching MCC silently keeps the scoring service's score -
      *> the table only ever adds extra caution, it is not a hard
      *> dependency.
           MOVE FR-FRAUD-SCORE TO WS-PRE-MCC-SCORE.
           MOVE "N" TO WS-MCC-FOUND.
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
               UNTIL WS-TABLE-IX > WS-MCCT-USED
                   END-STRING
               END-IF
           END-IF.
           COMPUTE WS-CHAMP-MCC-DELTA =
               FR-FRAUD-SCORE - WS-PRE-MCC-SCORE.

       OPEN-INVESTIGATION-CASE.
      *> The case-number counter and the queue append run under one
           MOVE WS-NEXT-CASE-NUMBER TO CQ-CASE-NUMBER.
           MOVE "OPEN" TO CQ-STATUS.
           MOVE SPACES TO CQ-ANALYST-ID.
           MOVE SPACES TO CQ-PRIORITY.
           WRITE CASE-QUEUE-RECORD.
           ADD 1 TO WS-CT-DATA-APPENDS-2.

               END-IF
           END-IF.

       CHECK-ACCOUNT-TAKEOVER.
      *> Raise ACCOUNT_TAKEOVER when the customer's email, phone or
      *> city changed within WS-TAKEOVER-DAYS before the
      *> transaction AND the transaction is either high-value or on
      *> a channel other than their usual one (BP-USUAL-CHANNEL, as
      *> found by CHECK-BEHAVIOR-PROFILE). A change alone is just a
      *> customer moving house; unusual spend alone is the
      *> behavioral check's business. The flag is its own, so
      *> MODEL-PERF-REPORT tracks how often analysts confirm it.
           MOVE "N" TO WS-TAKEOVER-RISKY.
           IF WS-TXN-AMOUNT >= WS-TAKEOVER-HIGH-VALUE
               MOVE "Y" TO WS-TAKEOVER-RISKY
           END-IF.
           IF PROFILE-ON-FILE
               AND WS-PROFILE-CHANNEL NOT = SPACES
               AND WS-TXN-CHANNEL NOT = WS-PROFILE-CHANNEL
               MOVE "Y" TO WS-TAKEOVER-RISKY
           END-IF.
           IF WS-TAKEOVER-RISKY = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-RECENT-CONTACT-CHANGE.
           IF NOT RECENT-CONTACT-CHANGE
               EXIT PARAGRAPH
           END-IF.

           IF FR-FRAUD-FLAGS = SPACES
               MOVE "ACCOUNT_TAKEOVER" TO FR-FRAUD-FLAGS
           ELSE
               STRING FUNCTION TRIM(FR-FRAUD-FLAGS)
                   ",ACCOUNT_TAKEOVER"
                   DELIMITED BY SIZE INTO FR-FRAUD-FLAGS
               END-STRING
           END-IF.
           COMPUTE FR-FRAUD-SCORE =
               FR-FRAUD-SCORE + WS-TAKEOVER-SCORE-BUMP.
           IF FR-FRAUD-SCORE > 100
               MOVE 100 TO FR-FRAUD-SCORE
           END-IF.

       FIND-RECENT-CONTACT-CHANGE.
      *> The window runs from the transaction's own date back
      *> WS-TAKEOVER-DAYS days; a timestamp that is not a date
      *> falls back to the business date. The journal carries the
      *> business date in CJ-TIMESTAMP(1:8). A record with a blank
      *> "before" image is the customer being created, not changed.
           MOVE "N" TO WS-CONTACT-CHANGED.
           MOVE SPACES TO WS-TAKEOVER-TXN-DATE.
           STRING WS-TXN-TIMESTAMP(1:4) WS-TXN-TIMESTAMP(6:2)
               WS-TXN-TIMESTAMP(9:2)
               DELIMITED BY SIZE INTO WS-TAKEOVER-TXN-DATE
           END-STRING.
           IF WS-TAKEOVER-TXN-DATE IS NOT NUMERIC
               MOVE BDT-BUSINESS-DATE TO WS-TAKEOVER-TXN-DATE
           END-IF.
           IF WS-TAKEOVER-TXN-DATE(5:2) < "01"
               OR WS-TAKEOVER-TXN-DATE(5:2) > "12"
               OR WS-TAKEOVER-TXN-DATE(7:2) < "01"
               OR WS-TAKEOVER-TXN-DATE(7:2) > "31"
               MOVE BDT-BUSINESS-DATE TO WS-TAKEOVER-TXN-DATE
           END-IF.
           COMPUTE WS-TAKEOVER-FROM-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TAKEOVER-TXN-DATE))
               - WS-TAKEOVER-DAYS).
           MOVE WS-TAKEOVER-FROM-NUM TO WS-TAKEOVER-FROM-DATE.

           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-JOURNAL-EOF.
           PERFORM READ-JOURNAL-RECORD
               UNTIL JOURNAL-AT-EOF OR RECENT-CONTACT-CHANGE.

           CLOSE CHANGE-JOURNAL-FILE.

       READ-JOURNAL-RECORD.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF
               NOT AT END
                   IF CJ-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CJ-TIMESTAMP(1:8) >= WS-TAKEOVER-FROM-DATE
                       AND CJ-TIMESTAMP(1:8) <= WS-TAKEOVER-TXN-DATE
                       IF (CJ-OLD-EMAIL NOT = SPACES
                           AND CJ-OLD-EMAIL NOT = CJ-NEW-EMAIL)
                           OR (CJ-OLD-PHONE NOT = SPACES
                           AND CJ-OLD-PHONE NOT = CJ-NEW-PHONE)
                           OR (CJ-OLD-CITY NOT = SPACES
                           AND CJ-OLD-CITY NOT = CJ-NEW-CITY)
                           MOVE "Y" TO WS-CONTACT-CHANGED
                       END-IF
                   END-IF
           END-READ.

       LOAD-TAKEOVER-CONFIG.
      *> Fraud ops may set the window (days) and the high-value line
      *> in takeover-config.dat; a missing file or a non-numeric
      *> value keeps the built-in default for that value.
           OPEN INPUT TAKEOVER-CONFIG-FILE.
           IF WS-TAKEOVER-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ TAKEOVER-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-WINDOW-DAYS-STR IS NUMERIC
                       MOVE TC-WINDOW-DAYS-STR TO WS-TAKEOVER-DAYS
                   END-IF
                   IF TC-HIGH-VALUE-STR NOT = SPACES
                       AND FUNCTION NUMVAL(TC-HIGH-VALUE-STR) > 0
                       MOVE FUNCTION NUMVAL(TC-HIGH-VALUE-STR)
                           TO WS-TAKEOVER-HIGH-VALUE
                   END-IF
           END-READ.

           CLOSE TAKEOVER-CONFIG-FILE.

       FIND-CUSTOMER-PROFILE.
           MOVE "N" TO WS-PROFILE-FOUND.
           OPEN INPUT PROFILE-FILE.
               END-IF
           END-PERFORM.

       SCORE-CHALLENGER.
      *> Swap the live MCC weight this transaction actually received
      *> for the challenger's weight, clamp to 0-100 (the RESCREEN
      *> arithmetic), and classify through the challenger bands. No
      *> band keeps the scorer's own risk level and recommendation,
      *> exactly as the champion table does. Nothing here touches
      *> FR- fields - the challenger only ever gets logged.
           MOVE 0 TO WS-CHAL-WEIGHT.
           MOVE "N" TO WS-CHAL-FOUND.
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
               UNTIL WS-TABLE-IX > WS-XMCC-USED
               OR CHALLENGER-ROW-FOUND
               IF WS-XMCC-CODE(WS-TABLE-IX) = WS-MERCHANT-CAT
                   MOVE WS-XMCC-WEIGHT(WS-TABLE-IX)
                       TO WS-CHAL-WEIGHT
                   MOVE "Y" TO WS-CHAL-FOUND
               END-IF
           END-PERFORM.

           COMPUTE WS-CHAL-SCORE = FR-FRAUD-SCORE
               - WS-CHAMP-MCC-DELTA + WS-CHAL-WEIGHT.
           IF WS-CHAL-SCORE < 0
               MOVE 0 TO WS-CHAL-SCORE
           END-IF.
           IF WS-CHAL-SCORE > 100
               MOVE 100 TO WS-CHAL-SCORE
           END-IF.
           MOVE WS-CHAL-SCORE TO WS-CHAL-SCORE-OUT.

           MOVE FR-FRAUD-RISK TO WS-CHAL-RISK.
           MOVE FR-RECOMMEND TO WS-CHAL-RECOMMEND.
           MOVE "N" TO WS-CHAL-FOUND.
           PERFORM VARYING WS-TABLE-IX FROM 1 BY 1
               UNTIL WS-TABLE-IX > WS-XTHR-USED
               OR CHALLENGER-ROW-FOUND
               IF WS-CHAL-SCORE-OUT >= WS-XTHR-LOW(WS-TABLE-IX)
                   AND WS-CHAL-SCORE-OUT <= WS-XTHR-HIGH(WS-TABLE-IX)
                   MOVE WS-XTHR-RISK(WS-TABLE-IX)
                       TO WS-CHAL-RISK
                   MOVE WS-XTHR-RECOMMEND(WS-TABLE-IX)
                       TO WS-CHAL-RECOMMEND
                   MOVE "Y" TO WS-CHAL-FOUND
               END-IF
           END-PERFORM.

           MOVE "Y" TO WS-CHAL-EVALUATED.

       LOG-CHALLENGER-RESULT.
      *> One log record per scored transaction: the champion's
      *> final decision (and the case it opened, if any) beside the
      *> challenger's. Appended under the shared file lock; if the
      *> lock cannot be had the record is appended anyway after the
      *> conflicting program is named.
           MOVE WS-TXN-TIMESTAMP TO CL-TXN-TIMESTAMP.
           MOVE WS-CUSTOMER-ID TO CL-CUSTOMER-ID.
           MOVE WS-AMOUNT-STR TO CL-TXN-AMOUNT-STR.
           MOVE WS-PROCESSING-DATE TO CL-BUSINESS-DATE.
           MOVE FR-FRAUD-SCORE TO CL-CHAMP-SCORE-STR.
           MOVE FR-FRAUD-RISK TO CL-CHAMP-RISK.
           MOVE FR-RECOMMEND TO CL-CHAMP-RECOMMEND.
           MOVE WS-CHAL-SCORE-OUT TO CL-CHAL-SCORE-STR.
           MOVE WS-CHAL-RISK TO CL-CHAL-RISK.
           MOVE WS-CHAL-RECOMMEND TO CL-CHAL-RECOMMEND.
           IF FR-RECOMMEND = "REVIEW " OR FR-RECOMMEND = "DECLINE"
               MOVE WS-NEXT-CASE-NUMBER TO CL-CASE-NUMBER
           ELSE
               MOVE SPACES TO CL-CASE-NUMBER
           END-IF.

           MOVE FCP-CHALLENGER-LOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND CHALLENGER-LOG-FILE.
           IF WS-CHALLENGER-LOG-STATUS = "35"
               OPEN OUTPUT CHALLENGER-LOG-FILE
           END-IF.
           WRITE CHALLENGER-LOG-RECORD.
           CLOSE CHALLENGER-LOG-FILE.

           PERFORM RELEASE-FILE-LOCK.

       PARSE-COMMAND-LINE.
      *> COMMAND-LINE gives us one blank-delimited string; split it
      *> into id / amount / mcc / location / timestamp / channel the
