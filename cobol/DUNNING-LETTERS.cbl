       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.
       AUTHOR. Thesis Project.

      *> DUNNING-LETTERS.cbl
      *> Collections Dunning Letter Series Batch
      *>
      *> Puts the collections case in writing as the account ages.
      *> Walks collections-case-queue.dat and, for every OPEN or
      *> ASSIGNED case, sends the letter in the series that matches
      *> the case's aging bucket (kept current by
      *> COLLECT-QUEUE-BUILD):
      *>   30 DAYS  - REMINDER: a payment has been missed
      *>   60 DAYS  - DEMAND: payment of the past-due amount demanded
      *>   90+ DAYS - FINAL: final notice before the loan is defaulted
      *> Each letter merges the borrower's name and address from the
      *> customer master with the past-due amount on the case.
      *>
      *> dunning-letter-history.dat records every letter each case
      *> has had, so none is ever sent twice; a case that skips a
      *> bucket between runs gets the letter for where it stands
      *> now, and one that partly catches up never gets a milder
      *> letter after a sterner one. Letters are held while an
      *> unbroken promise-to-pay taken with COLLECT-PROMISE is in
      *> force (its date has not yet passed) - the series resumes on
      *> the first run after a promise is broken. A do-not-mail flag
      *> withholds the letter and lands it on the history as
      *> SUPP-DNM; these notices go on paper even to customers who
      *> take statements electronically. A customer with no master
      *> record lands as NO-ADDRESS and is retried on the next run.
      *>
      *> The legal status register outranks all of that. No letter
      *> goes out on a customer in bankruptcy - filed or discharged,
      *> a demand for payment would breach the stay or the discharge
      *> - and none on a deceased customer unless an estate contact
      *> is on the register, in which case the letter is addressed
      *> to the estate (PROD-LEGAL). Withheld letters land on the
      *> history as SUPP-LEGAL and, like NO-ADDRESS, are retried on
      *> later runs, so the series picks up if the entry is removed
      *> (a dismissed petition) or an estate contact is recorded.
      *>
      *> Invocation: DUNNING-LETTERS
      *> Example: ./dunning-letters
      *>
      *> Output: dunning-letters.txt (print file, this run's
      *>         letters), dunning-letter-history.dat (appended)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT COLLECT-QUEUE-FILE ASSIGN TO FCP-COLLECT-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PREFERENCE-FILE ASSIGN TO FCP-PREFERENCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO FCP-DUNNING-HISTORY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "dunning-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  COLLECT-QUEUE-FILE.
           COPY "COLLECT-CASE-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  PREFERENCE-FILE.
           COPY "PREFERENCE-REC.cpy".

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  HISTORY-FILE.
           COPY "DUNNING-REC.cpy".

       FD  LETTER-FILE.
       01  LETTER-RECORD                 PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Run date work fields
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-LETTER-DATE                PIC X(10) VALUE SPACES.

      *> Case queue work fields
       01  WS-QUEUE-STATUS               PIC XX VALUE SPACES.
       01  WS-QUEUE-EOF                  PIC X VALUE "N".
           88  QUEUE-AT-EOF              VALUE "Y".

      *> Letter series work fields: 1 = REMINDER, 2 = DEMAND,
      *> 3 = FINAL. A case is owed the letter for its bucket unless
      *> it already has that one or a sterner one.
       01  WS-LETTER-LEVEL               PIC 9 VALUE 0.
       01  WS-LETTER-NAME                PIC X(8) VALUE SPACES.
       01  WS-SENT-LEVEL                 PIC 9 VALUE 0.
       01  WS-HISTORY-LEVEL              PIC 9 VALUE 0.

      *> Letter history work fields
       01  WS-HISTORY-STATUS             PIC XX VALUE SPACES.
       01  WS-HISTORY-EOF                PIC X VALUE "N".
           88  HISTORY-AT-EOF            VALUE "Y".
       01  WS-LETTER-STATUS              PIC X(11) VALUE SPACES.

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".
       01  WS-ADDRESS-FOUND              PIC X VALUE "N".

      *> Delivery preference work fields
       01  WS-PREF-STATUS                PIC XX VALUE SPACES.
       01  WS-PREF-EOF                   PIC X VALUE "N".
           88  PREF-AT-EOF               VALUE "Y".
       01  WS-DO-NOT-MAIL                PIC X VALUE "N".
           88  CUSTOMER-DO-NOT-MAIL      VALUE "Y".

      *> Run totals
       01  WS-REMINDER-COUNT             PIC 9(6) VALUE 0.
       01  WS-DEMAND-COUNT               PIC 9(6) VALUE 0.
       01  WS-FINAL-COUNT                PIC 9(6) VALUE 0.
       01  WS-LETTER-COUNT               PIC 9(6) VALUE 0.
       01  WS-HELD-COUNT                 PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-NO-ADDRESS-COUNT           PIC 9(6) VALUE 0.
       01  WS-LEGAL-ROUTED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LEGAL-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Letter composition work fields
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-RE-NAME                    PIC X(50) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-OUTCOME              PIC X(34) VALUE SPACES.

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

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
           MOVE "DUNNING-LETTERS" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "COLLECTIONS DUNNING LETTERS".
           DISPLAY "========================================".

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           MOVE SPACES TO WS-LETTER-DATE.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO WS-LETTER-DATE
           END-STRING.

           OPEN INPUT COLLECT-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "No collections cases found - nothing to mail."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The history is held for the whole run: it is both the
      *> record of what went out and the check that keeps a second
      *> run from sending it again, so two runs must not interleave.
           MOVE FCP-DUNNING-HISTORY TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               CLOSE COLLECT-QUEUE-FILE
               DISPLAY "ERROR: dunning-letter-history.dat is locked "
                   "- no letters produced; rerun later"
               MOVE "REJECTED - HISTORY_LOCKED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LETTER-FILE.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           MOVE "N" TO WS-QUEUE-EOF.
           PERFORM PROCESS-ONE-CASE
               UNTIL QUEUE-AT-EOF.

           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE COLLECT-QUEUE-FILE.
           CLOSE LETTER-FILE.
           PERFORM RELEASE-FILE-LOCK.

           MOVE WS-REMINDER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Reminders (30):     " WS-COUNT-DISPLAY.
           MOVE WS-DEMAND-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Demands (60):       " WS-COUNT-DISPLAY.
           MOVE WS-FINAL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Final notices (90): " WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Held (promise):     " WS-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Already sent:       " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (DNM):   " WS-COUNT-DISPLAY.
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "No address on file: " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-ROUTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Routed to estate:   " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (legal): " WS-COUNT-DISPLAY.
           DISPLAY "Print file: dunning-letters.txt".
           DISPLAY "========================================".

           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           STRING "PRODUCED - " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       PROCESS-ONE-CASE.
           READ COLLECT-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-QUEUE-EOF
               NOT AT END
                   IF CC-STATUS = "OPEN" OR CC-STATUS = "ASSIGNED"
                       PERFORM DUN-ONE-CASE
                   END-IF
           END-READ.

       DUN-ONE-CASE.
           EVALUATE CC-BUCKET
               WHEN "30 DAYS"
                   MOVE 1 TO WS-LETTER-LEVEL
                   MOVE "REMINDER" TO WS-LETTER-NAME
               WHEN "60 DAYS"
                   MOVE 2 TO WS-LETTER-LEVEL
                   MOVE "DEMAND" TO WS-LETTER-NAME
               WHEN "90+ DAYS"
                   MOVE 3 TO WS-LETTER-LEVEL
                   MOVE "FINAL" TO WS-LETTER-NAME
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

      *> The series only moves forward: a letter already on the
      *> history for this case, or a sterner one, means nothing is
      *> owed at this bucket.
           PERFORM CHECK-LETTER-HISTORY.
           IF WS-SENT-LEVEL >= WS-LETTER-LEVEL
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> A promise whose date has not yet passed is unbroken - the
      *> borrower is keeping to what was agreed on the phone, and a
      *> letter now would contradict the collector.
           IF CC-PROMISE-DATE NOT = SPACES
               AND CC-PROMISE-DATE >= WS-TODAY
               ADD 1 TO WS-HELD-COUNT
               EXIT PARAGRAPH
           END-IF.

      *> Bankruptcy stops the series outright; a death stops it
      *> unless there is an estate to write to.
           MOVE CC-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               AND (LGS-STATUS-TYPE NOT = "DECEASED"
                   OR LGS-CONTACT-NAME = SPACES)
               ADD 1 TO WS-LEGAL-SUPPRESSED-COUNT
               MOVE "SUPP-LEGAL" TO WS-LETTER-STATUS
               PERFORM APPEND-HISTORY-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF NOT LEGAL-STATUS-APPLIES
               PERFORM CHECK-DO-NOT-MAIL
               IF CUSTOMER-DO-NOT-MAIL
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE "SUPP-DNM" TO WS-LETTER-STATUS
                   PERFORM APPEND-HISTORY-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM FETCH-CUSTOMER-ADDRESS.
           IF WS-ADDRESS-FOUND = "N" AND NOT LEGAL-STATUS-APPLIES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NO-ADDRESS" TO WS-LETTER-STATUS
               PERFORM APPEND-HISTORY-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-LETTER-HEADING.
           EVALUATE WS-LETTER-LEVEL
               WHEN 1
                   PERFORM WRITE-REMINDER-TEXT
                   ADD 1 TO WS-REMINDER-COUNT
               WHEN 2
                   PERFORM WRITE-DEMAND-TEXT
                   ADD 1 TO WS-DEMAND-COUNT
               WHEN OTHER
                   PERFORM WRITE-FINAL-TEXT
                   ADD 1 TO WS-FINAL-COUNT
           END-EVALUATE.
           PERFORM WRITE-LETTER-CLOSING.

           ADD 1 TO WS-LETTER-COUNT.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-ROUTED-COUNT
               MOVE "PROD-LEGAL" TO WS-LETTER-STATUS
           ELSE
               MOVE "PRODUCED" TO WS-LETTER-STATUS
           END-IF.
           PERFORM APPEND-HISTORY-RECORD.

       CHECK-LETTER-HISTORY.
      *> Highest letter in the series this case already has. Produced
      *> and withheld letters both count; a NO-ADDRESS one is retried
      *> once the master record exists, a SUPP-LEGAL one once the
      *> legal status allows it.
           MOVE 0 TO WS-SENT-LEVEL.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-HISTORY-EOF.
           PERFORM READ-HISTORY-RECORD
               UNTIL HISTORY-AT-EOF.

           CLOSE HISTORY-FILE.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF
               NOT AT END
                   IF DN-CASE-NUMBER = CC-CASE-NUMBER
                       AND DN-STATUS NOT = "NO-ADDRESS"
                       AND DN-STATUS NOT = "SUPP-LEGAL"
                       PERFORM RATE-HISTORY-LETTER
                   END-IF
           END-READ.

       RATE-HISTORY-LETTER.
           EVALUATE DN-LETTER
               WHEN "REMINDER"
                   MOVE 1 TO WS-HISTORY-LEVEL
               WHEN "DEMAND"
                   MOVE 2 TO WS-HISTORY-LEVEL
               WHEN OTHER
                   MOVE 3 TO WS-HISTORY-LEVEL
           END-EVALUATE.
           IF WS-HISTORY-LEVEL > WS-SENT-LEVEL
               MOVE WS-HISTORY-LEVEL TO WS-SENT-LEVEL
           END-IF.

       CHECK-DO-NOT-MAIL.
      *> A missing preference file or record means the default:
      *> paper mail goes out.
           MOVE "N" TO WS-DO-NOT-MAIL.
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
                   IF PF-CUSTOMER-ID = CC-CUSTOMER-ID
                       IF PF-DO-NOT-MAIL = "Y"
                           MOVE "Y" TO WS-DO-NOT-MAIL
                       END-IF
                       MOVE "Y" TO WS-PREF-EOF
                   END-IF
           END-READ.

       FETCH-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND.
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE CC-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               AND FUNCTION TRIM(CM-CUST-NAME) NOT = SPACES
               MOVE "Y" TO WS-ADDRESS-FOUND
           END-IF.

       WRITE-LETTER-HEADING.
           MOVE ALL "=" TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           STRING "DATE: " WS-LETTER-DATE
               "          REFERENCE: CASE " CC-CASE-NUMBER
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF LEGAL-STATUS-APPLIES
               PERFORM WRITE-ESTATE-ADDRESS-BLOCK
           ELSE
               PERFORM WRITE-ADDRESS-BLOCK
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE FUNCTION NUMVAL(CC-PAST-DUE-STR)
               TO WS-AMOUNT-DISPLAY.

       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM(CM-CUST-NAME)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM(CM-CITY) "  "
               FUNCTION TRIM(CM-POSTAL-CODE)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE CM-COUNTRY TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "Dear " FUNCTION TRIM(CM-CUST-NAME) ","
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.

       WRITE-ESTATE-ADDRESS-BLOCK.
      *> Addressed to the estate contact off the legal status
      *> register, in the matter of the late customer.
           IF WS-ADDRESS-FOUND = "Y"
               MOVE CM-CUST-NAME TO WS-RE-NAME
           ELSE
               MOVE CC-CUSTOMER-ID TO WS-RE-NAME
           END-IF.

           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM(LGS-CONTACT-NAME)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING FUNCTION TRIM(LGS-CONTACT-CITY) "  "
               FUNCTION TRIM(LGS-CONTACT-POSTAL)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE LGS-CONTACT-COUNTRY TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "RE: ESTATE OF " FUNCTION TRIM(WS-RE-NAME) " - "
               FUNCTION TRIM(LGS-CASE-REF)
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "Dear " FUNCTION TRIM(LGS-CONTACT-NAME) ","
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.

       WRITE-REMINDER-TEXT.
           MOVE "PAYMENT REMINDER" TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Our records show that a payment on your loan has been"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "missed. The amount now past due is USD "
               WS-AMOUNT-DISPLAY "."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "If you have already sent this payment, thank you and"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "please disregard this letter. If you are having"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "difficulty paying, please call us so we can discuss"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "your options." TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       WRITE-DEMAND-TEXT.
           MOVE "DEMAND FOR PAYMENT" TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Your loan is now more than 60 days past due, and"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "earlier reminders have not brought the account up to"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "date. We demand payment of the past-due amount of"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "USD " WS-AMOUNT-DISPLAY
               " within 10 days of the date of this letter."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Please contact our collections department at once if"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "you cannot pay this amount in full."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       WRITE-FINAL-TEXT.
           MOVE "FINAL NOTICE BEFORE DEFAULT" TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Your loan is now more than 90 days past due. Unless"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "the past-due amount of USD " WS-AMOUNT-DISPLAY
               " is received"
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE "promptly, the loan will be placed in default. Default"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "may result in the full balance becoming due, in the"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "account being reported to the credit bureaus as"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "charged off, and in further recovery action."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "This is our final notice. Please contact us today."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       WRITE-LETTER-CLOSING.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Sincerely," TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "Collections Department" TO LETTER-RECORD.
           WRITE LETTER-RECORD.

       APPEND-HISTORY-RECORD.
      *> Appended under the history lock taken at the start of the
      *> run.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO DN-TIMESTAMP.
           MOVE CC-CASE-NUMBER TO DN-CASE-NUMBER.
           MOVE CC-CUSTOMER-ID TO DN-CUSTOMER-ID.
           MOVE WS-LETTER-NAME TO DN-LETTER.
           MOVE CC-PAST-DUE-STR TO DN-PAST-DUE-STR.
           MOVE WS-LETTER-STATUS TO DN-STATUS.
           WRITE DUNNING-RECORD.
           CLOSE HISTORY-FILE.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "DUNNING-LETTERS" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "DUNNING_LETTERS" TO AT-ACTION.
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

       COPY "LEGAL-STATUS-PARA.cpy".
