       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-ALERT-OUT.
       AUTHOR. Thesis Project.

      *> FRAUD-ALERT-OUT.cbl
      *> Nightly "Was This You?" Customer Fraud Alert Batch
      *>
      *> Most REVIEW cases FRAUD-CHECK opens are the customer
      *> travelling or shopping somewhere new. Rather than leave
      *> every one for an analyst to phone, this batch writes an
      *> outbound alert, fraud-alert-out.dat, for each new REVIEW
      *> case on fraud-case-queue.dat, asking the customer to
      *> confirm the transaction; FRAUD-ALERT-IN applies the answers.
      *>
      *> A case is alerted once: every case considered lands on
      *> fraud-alert-log.dat, sent or not. Only cases FRAUD-CHECK
      *> opened on a screened transaction are alerted - a case with
      *> no transaction on fraud-txn-history.dat (structuring, risk
      *> trend) is never disclosed to the customer. The delivery
      *> channel comes from customer-preferences.dat (ELECTRONIC to
      *> the e-mail on CUSTMAST, otherwise MAIL); a customer marked
      *> do-not-contact gets no alert and the case simply stays with
      *> the analysts, as does a case whose customer has no master
      *> record. The customer has WS-RESPONSE-DAYS to answer.
      *>
      *> Only open REVIEW cases can be alerted, so only they are
      *> checked against the log - up to 5000 at once, however long
      *> the log grows. A queue with more open REVIEW cases than
      *> that stops the run before anything is sent.
      *>
      *> Invocation: FRAUD-ALERT-OUT
      *> Example: ./fraud-alert-out
      *>
      *> Output: fraud-alert-out.dat (recreated),
      *>         fraud-alert-log.dat (appended)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TXN-HISTORY-FILE ASSIGN TO FCP-TXN-HISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PREFERENCE-FILE ASSIGN TO FCP-PREFERENCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT ALERT-LOG-FILE ASSIGN TO FCP-ALERT-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.

           SELECT ALERT-OUT-FILE ASSIGN TO FCP-ALERT-OUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-OUT-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  TXN-HISTORY-FILE.
           COPY "TXN-HISTORY-REC.cpy".

       FD  PREFERENCE-FILE.
           COPY "PREFERENCE-REC.cpy".

       FD  ALERT-LOG-FILE.
           COPY "FRAUD-ALERT-REC.cpy".

       FD  ALERT-OUT-FILE.
           COPY "ALERT-OUT-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Days the customer has to answer, from the sent date
       01  WS-RESPONSE-DAYS              PIC 9(2) VALUE 2.
       01  WS-EXPIRES-DATE               PIC X(8) VALUE SPACES.
       01  WS-DATE-INT                   PIC 9(7) VALUE 0.
       01  WS-DATE-NUM                   PIC 9(8) VALUE 0.

      *> Case queue scan work fields
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".

      *> Customer master / transaction history work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.

      *> Delivery preference work fields
       01  WS-PREF-STATUS                PIC XX VALUE SPACES.
       01  WS-PREF-EOF                   PIC X VALUE "N".
           88  PREF-AT-EOF               VALUE "Y".
       01  WS-CHANNEL                    PIC X(10) VALUE SPACES.
       01  WS-SUPPRESS-REASON            PIC X(20) VALUE SPACES.

      *> Alert log work fields: cases already considered on an
      *> earlier night are never alerted again.
       01  WS-ALERT-LOG-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-OUT-STATUS           PIC XX VALUE SPACES.
       01  WS-ALERT-LOG-EOF              PIC X VALUE "N".
           88  ALERT-LOG-AT-EOF          VALUE "Y".
      *> The open REVIEW cases, each marked once the log shows it
      *> was considered before.
       01  WS-OPEN-CASE-TABLE.
           05  WS-OPEN-CASE-ENTRY OCCURS 5000 TIMES.
               10  WS-OC-CASE-NUMBER     PIC X(8).
               10  WS-OC-ALERTED         PIC X.
       01  WS-OPEN-CASE-USED             PIC 9(4) VALUE 0.
       01  WS-AL-IX                      PIC 9(4) VALUE 0.
       01  WS-OC-HIT                     PIC 9(4) VALUE 0.
       01  WS-FIND-CASE-NUMBER           PIC X(8) VALUE SPACES.
       01  WS-ALREADY-ALERTED            PIC X VALUE "N".
           88  CASE-ALREADY-ALERTED      VALUE "Y".

      *> Tonight's log entries, appended in one pass at the end
       01  WS-NEW-LOG-TABLE.
           05  WS-NEW-LOG-ENTRY OCCURS 1000 TIMES PIC X(114).
       01  WS-NEW-LOG-USED               PIC 9(4) VALUE 0.
       01  WS-NL-IX                      PIC 9(4) VALUE 0.

      *> Run totals
       01  WS-CANDIDATE-COUNT            PIC 9(6) VALUE 0.
       01  WS-SENT-COUNT                 PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

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
           MOVE "FRAUD-ALERT-OUT" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "CUSTOMER FRAUD ALERTS - OUTBOUND".
           DISPLAY "========================================".

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(BDT-BUSINESS-DATE)) + WS-RESPONSE-DAYS.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-EXPIRES-DATE.

           PERFORM LOAD-ALERTED-CASES.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

      *> With no history there is no transaction to confirm with
      *> anyone - nothing is eligible tonight.
           OPEN INPUT TXN-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No transaction history - no alerts to send."
           ELSE
               OPEN OUTPUT ALERT-OUT-FILE
               PERFORM SCAN-CASE-QUEUE
               CLOSE ALERT-OUT-FILE
               CLOSE TXN-HISTORY-FILE
           END-IF.

           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

           PERFORM APPEND-ALERT-LOG.

           MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "New REVIEW cases:    " WS-COUNT-DISPLAY.
           MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Alerts sent:         " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Alerts withheld:     " WS-COUNT-DISPLAY.
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "SENT " WS-SENT-COUNT
               " WITHHELD " WS-SUPPRESSED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-ALERTED-CASES.
      *> The open REVIEW cases first, then the log marks those
      *> already considered. A case left out of the table would
      *> look never alerted and go to the customer every night, so
      *> a table too small for the queue stops the run cold.
           MOVE 0 TO WS-OPEN-CASE-USED.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-OPEN-CASE-RECORD
               UNTIL CASE-AT-EOF.

           CLOSE CASE-QUEUE-FILE.

           IF WS-OPEN-CASE-USED = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ALERT-LOG-EOF.
           PERFORM READ-ALERT-LOG-RECORD
               UNTIL ALERT-LOG-AT-EOF.

           CLOSE ALERT-LOG-FILE.

       READ-ALERT-LOG-RECORD.
           READ ALERT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALERT-LOG-EOF
               NOT AT END
                   MOVE FA-CASE-NUMBER TO WS-FIND-CASE-NUMBER
                   PERFORM FIND-OPEN-CASE
                   IF WS-OC-HIT > 0
                       MOVE "Y" TO WS-OC-ALERTED(WS-OC-HIT)
                   END-IF
           END-READ.

       READ-OPEN-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-RECOMMEND = "REVIEW"
                       AND CQ-STATUS NOT = "CLOSED"
                       AND CQ-CASE-NUMBER NOT = SPACES
                       PERFORM HOLD-OPEN-CASE
                   END-IF
           END-READ.

       HOLD-OPEN-CASE.
           IF WS-OPEN-CASE-USED NOT < 5000
               CLOSE CASE-QUEUE-FILE
               DISPLAY "ERROR: more than 5000 open REVIEW cases - "
                   "no alerts sent"
               MOVE "REJECTED - CASE_TABLE_FULL" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPEN-CASE-USED.
           MOVE CQ-CASE-NUMBER TO WS-OC-CASE-NUMBER(WS-OPEN-CASE-USED).
           MOVE "N" TO WS-OC-ALERTED(WS-OPEN-CASE-USED).

       FIND-OPEN-CASE.
           MOVE 0 TO WS-OC-HIT.
           PERFORM VARYING WS-AL-IX FROM 1 BY 1
               UNTIL WS-AL-IX > WS-OPEN-CASE-USED OR WS-OC-HIT > 0
               IF WS-OC-CASE-NUMBER(WS-AL-IX) = WS-FIND-CASE-NUMBER
                   MOVE WS-AL-IX TO WS-OC-HIT
               END-IF
           END-PERFORM.

       SCAN-CASE-QUEUE.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "No case queue found - no alerts to send."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CASE-EOF.
           PERFORM READ-CASE-RECORD
               UNTIL CASE-AT-EOF.

           CLOSE CASE-QUEUE-FILE.

       READ-CASE-RECORD.
           READ CASE-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF
               NOT AT END
                   IF CQ-RECOMMEND = "REVIEW"
                       AND CQ-STATUS NOT = "CLOSED"
                       AND CQ-CASE-NUMBER NOT = SPACES
                       PERFORM CONSIDER-ONE-CASE
                   END-IF
           END-READ.

       CONSIDER-ONE-CASE.
      *> A case opened since the table was loaded cannot be on the
      *> log yet.
           MOVE "N" TO WS-ALREADY-ALERTED.
           MOVE CQ-CASE-NUMBER TO WS-FIND-CASE-NUMBER.
           PERFORM FIND-OPEN-CASE.
           IF WS-OC-HIT > 0
               MOVE WS-OC-ALERTED(WS-OC-HIT) TO WS-ALREADY-ALERTED
           END-IF.
           IF CASE-ALREADY-ALERTED OR WS-NEW-LOG-USED >= 1000
               EXIT PARAGRAPH
           END-IF.

      *> Only a screened transaction is something to ask about.
           MOVE CQ-CUSTOMER-ID TO TH-CUSTOMER-ID.
           MOVE CQ-TIMESTAMP TO TH-TXN-TIMESTAMP.
           READ TXN-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CANDIDATE-COUNT.
           PERFORM CHECK-DELIVERY-PREFERENCE.

           IF WS-SUPPRESS-REASON = SPACES
               PERFORM FETCH-CUSTOMER-CONTACT
           END-IF.

           MOVE CQ-CASE-NUMBER TO FA-CASE-NUMBER.
           MOVE CQ-CUSTOMER-ID TO FA-CUSTOMER-ID.
           MOVE CQ-TIMESTAMP TO FA-CASE-TIMESTAMP.
           MOVE WS-CHANNEL TO FA-CHANNEL.
           MOVE BDT-BUSINESS-DATE TO FA-SENT-DATE.
           MOVE SPACES TO FA-RESPONSE-TS.
           IF WS-SUPPRESS-REASON = SPACES
               MOVE WS-EXPIRES-DATE TO FA-EXPIRES-DATE
               MOVE "SENT" TO FA-STATUS
               MOVE SPACES TO FA-RESULT
               PERFORM WRITE-OUTBOUND-ALERT
               ADD 1 TO WS-SENT-COUNT
           ELSE
               MOVE SPACES TO FA-EXPIRES-DATE
               MOVE "SUPPRESSED" TO FA-STATUS
               MOVE WS-SUPPRESS-REASON TO FA-RESULT
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

           ADD 1 TO WS-NEW-LOG-USED.
           MOVE FRAUD-ALERT-RECORD TO WS-NEW-LOG-ENTRY(WS-NEW-LOG-USED).

       CHECK-DELIVERY-PREFERENCE.
      *> A missing preference file or record means the default:
      *> paper mail.
           MOVE "MAIL" TO WS-CHANNEL.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           OPEN INPUT PREFERENCE-FILE.
           IF WS-PREF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PREF-EOF.
           PERFORM READ-PREFERENCE-RECORD
               UNTIL PREF-AT-EOF.

           CLOSE PREFERENCE-FILE.

       READ-PREFERENCE-RECORD.
           READ PREFERENCE-FILE
               AT END
                   MOVE "Y" TO WS-PREF-EOF
               NOT AT END
                   IF PF-CUSTOMER-ID = CQ-CUSTOMER-ID
                       IF PF-DO-NOT-MAIL = "Y"
                           MOVE "DO_NOT_CONTACT"
                               TO WS-SUPPRESS-REASON
                       END-IF
                       IF PF-DELIVERY = "ELECTRONIC"
                           MOVE "ELECTRONIC" TO WS-CHANNEL
                       END-IF
                       MOVE "Y" TO WS-PREF-EOF
                   END-IF
           END-READ.

       FETCH-CUSTOMER-CONTACT.
      *> The alert goes to the e-mail on file for ELECTRONIC
      *> delivery, otherwise to the postal address.
           IF NOT MASTER-IS-OPEN
               MOVE "NO_MASTER" TO WS-SUPPRESS-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE CQ-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "NO_MASTER" TO WS-SUPPRESS-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-CHANNEL = "ELECTRONIC" AND CM-EMAIL = SPACES
               MOVE "MAIL" TO WS-CHANNEL
           END-IF.

       WRITE-OUTBOUND-ALERT.
           MOVE CQ-CASE-NUMBER TO AO-CASE-NUMBER.
           MOVE CQ-CUSTOMER-ID TO AO-CUSTOMER-ID.
           MOVE CM-CUST-NAME TO AO-CUST-NAME.
           MOVE WS-CHANNEL TO AO-CHANNEL.
           MOVE SPACES TO AO-CONTACT.
           IF WS-CHANNEL = "ELECTRONIC"
               MOVE CM-EMAIL TO AO-CONTACT
           ELSE
               STRING FUNCTION TRIM(CM-CITY) " "
                   FUNCTION TRIM(CM-POSTAL-CODE)
                   DELIMITED BY SIZE INTO AO-CONTACT
               END-STRING
           END-IF.
           MOVE CQ-TIMESTAMP TO AO-TXN-TIMESTAMP.
           MOVE TH-TXN-AMOUNT-STR TO AO-TXN-AMOUNT-STR.
           MOVE WS-EXPIRES-DATE TO AO-RESPOND-BY.
           WRITE ALERT-OUT-RECORD.

       APPEND-ALERT-LOG.
      *> The log append runs under the shared file lock so a
      *> FRAUD-ALERT-IN rewrite in flight cannot drop tonight's
      *> entries; if the lock cannot be had the entries are
      *> appended anyway after the conflicting program is named -
      *> a lost entry would alert the customer a second time.
           IF WS-NEW-LOG-USED = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE FCP-ALERT-LOG TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND ALERT-LOG-FILE.
           IF WS-ALERT-LOG-STATUS = "35"
               OPEN OUTPUT ALERT-LOG-FILE
           END-IF.
           PERFORM VARYING WS-NL-IX FROM 1 BY 1
               UNTIL WS-NL-IX > WS-NEW-LOG-USED
               MOVE WS-NEW-LOG-ENTRY(WS-NL-IX) TO FRAUD-ALERT-RECORD
               WRITE FRAUD-ALERT-RECORD
           END-PERFORM.
           CLOSE ALERT-LOG-FILE.

           PERFORM RELEASE-FILE-LOCK.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "FRAUD-ALERT-OUT" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "FRAUD_ALERT_OUT" TO AT-ACTION.
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
