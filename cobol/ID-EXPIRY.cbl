       IDENTIFICATION DIVISION.
       PROGRAM-ID. ID-EXPIRY.
       AUTHOR. Thesis Project.

      *> ID-EXPIRY.cbl
      *> Nightly Identity Document Expiry Scan
      *>
      *> Walks id-document-register.dat and, for every active
      *> customer whose CURRENT identity document has expired or
      *> expires within the warning window, opens a work item on
      *> kyc-review-queue.dat with reason ID-EXPIRY and the
      *> document's expiry date as its due date - unless an OPEN
      *> ID-EXPIRY item for the customer is already there, so a
      *> nightly rerun cannot stack duplicates. KYC-REVIEW will not
      *> close the item until ID-DOCUMENT has recorded a newer
      *> document; DAILY-OPS-REPORT surfaces it once overdue, like
      *> any other review item.
      *>
      *> Customers that are CLOSED or MERGED on the customer master
      *> are left alone. With no master to ask, every customer on
      *> the register is treated as active.
      *>
      *> The warning window is line 1 of id-expiry-config.dat, in
      *> calendar days (default 30 when the file or the line is
      *> missing or not a positive number).
      *>
      *> Invocation: ID-EXPIRY
      *> Example: ./id-expiry
      *>
      *> Output: kyc-review-queue.dat (appended)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO FCP-CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CM-CUST-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ID-DOCUMENT-FILE ASSIGN TO FCP-ID-DOCUMENTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOCUMENT-STATUS.

           SELECT KYC-QUEUE-FILE ASSIGN TO FCP-KYC-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT EXPIRY-CONFIG-FILE ASSIGN TO FCP-ID-EXPIRY-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-CFG-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  ID-DOCUMENT-FILE.
           COPY "ID-DOCUMENT-REC.cpy".

       FD  KYC-QUEUE-FILE.
           COPY "KYC-REC.cpy".

       FD  EXPIRY-CONFIG-FILE.
       01  EXPIRY-CONFIG-RECORD          PIC X(15).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Warning window - calendar days ahead of the business date
       01  WS-WINDOW-DAYS                PIC 9(3) VALUE 30.
       01  WS-EXPIRY-CFG-STATUS          PIC XX VALUE SPACES.

      *> Register scan work fields
       01  WS-DOCUMENT-STATUS            PIC XX VALUE SPACES.
       01  WS-DOCUMENT-EOF               PIC X VALUE "N".
           88  DOCUMENT-AT-EOF           VALUE "Y".

      *> Customer master work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-OPEN                PIC X VALUE "N".
           88  MASTER-IS-OPEN            VALUE "Y".
       01  WS-CUSTOMER-ACTIVE            PIC X VALUE "Y".
           88  CUSTOMER-IS-ACTIVE        VALUE "Y".

      *> Review queue work fields
       01  WS-QUEUE-STATUS               PIC XX VALUE SPACES.
       01  WS-QUEUE-EOF                  PIC X VALUE "N".
           88  QUEUE-AT-EOF              VALUE "Y".
       01  WS-OPEN-ITEM-FOUND            PIC X VALUE "N".
           88  OPEN-ITEM-EXISTS          VALUE "Y".

      *> Today and the last expiry date inside the window
       01  WS-TODAY                      PIC X(8) VALUE SPACES.
       01  WS-WINDOW-INT                 PIC 9(7) VALUE 0.
       01  WS-WINDOW-END                 PIC 9(8) VALUE 0.
       01  WS-WINDOW-END-X REDEFINES WS-WINDOW-END
                                         PIC X(8).

      *> The customer being judged (held while the queue is scanned)
       01  WS-WORK-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-WORK-EXPIRY                PIC X(8) VALUE SPACES.

      *> Run totals
       01  WS-EXPIRING-COUNT             PIC 9(6) VALUE 0.
       01  WS-OPENED-COUNT               PIC 9(6) VALUE 0.
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
           MOVE "ID-EXPIRY" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "IDENTITY DOCUMENT EXPIRY SCAN".
           DISPLAY "========================================".

           PERFORM LOAD-EXPIRY-CONFIG.

           MOVE BDT-BUSINESS-DATE TO WS-TODAY.
           COMPUTE WS-WINDOW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY)) + WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-END =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           DISPLAY "Window: " WS-WINDOW-DAYS " days - documents "
               "expiring on or before " WS-WINDOW-END-X.

           OPEN INPUT ID-DOCUMENT-FILE.
           IF WS-DOCUMENT-STATUS NOT = "00"
               DISPLAY "No identity document register found - "
                   "nothing to scan."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

           MOVE "N" TO WS-DOCUMENT-EOF.
           PERFORM JUDGE-NEXT-DOCUMENT
               UNTIL DOCUMENT-AT-EOF.

           CLOSE ID-DOCUMENT-FILE.
           IF MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

           MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Documents expiring: " WS-COUNT-DISPLAY.
           MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Review items opened:" WS-COUNT-DISPLAY.
           DISPLAY "========================================".

           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "EXPIRING " WS-EXPIRING-COUNT
               " OPENED " WS-OPENED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-EXPIRY-CONFIG.
      *> Line 1 is the warning window in days. A missing file, or a
      *> line that does not make sense, keeps the default.
           OPEN INPUT EXPIRY-CONFIG-FILE.
           IF WS-EXPIRY-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ EXPIRY-CONFIG-FILE
               AT END
                   MOVE SPACES TO EXPIRY-CONFIG-RECORD
           END-READ.
           IF FUNCTION NUMVAL(EXPIRY-CONFIG-RECORD) > 0
               AND FUNCTION NUMVAL(EXPIRY-CONFIG-RECORD) < 1000
               MOVE FUNCTION NUMVAL(EXPIRY-CONFIG-RECORD)
                   TO WS-WINDOW-DAYS
           END-IF.

           CLOSE EXPIRY-CONFIG-FILE.

       JUDGE-NEXT-DOCUMENT.
           READ ID-DOCUMENT-FILE
               AT END
                   MOVE "Y" TO WS-DOCUMENT-EOF
               NOT AT END
                   IF ID-STATUS = "CURRENT"
                       AND ID-EXPIRY-DATE NOT > WS-WINDOW-END-X
                       PERFORM JUDGE-ONE-DOCUMENT
                   END-IF
           END-READ.

       JUDGE-ONE-DOCUMENT.
           MOVE ID-CUSTOMER-ID TO WS-WORK-CUSTOMER.
           MOVE ID-EXPIRY-DATE TO WS-WORK-EXPIRY.

           PERFORM CHECK-CUSTOMER-ACTIVE.
           IF NOT CUSTOMER-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXPIRING-COUNT.

      *> One OPEN ID-EXPIRY item per customer is enough - an open
      *> periodic review does not stand in for a new document.
           PERFORM CHECK-OPEN-ITEM-EXISTS.
           IF OPEN-ITEM-EXISTS
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-REVIEW-ITEM.

       CHECK-CUSTOMER-ACTIVE.
           MOVE "Y" TO WS-CUSTOMER-ACTIVE.
           IF NOT MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO CM-CUSTOMER-ID.
           MOVE WS-WORK-CUSTOMER TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               OR CM-STATUS = "CLOSED"
               OR CM-STATUS = "MERGED"
               MOVE "N" TO WS-CUSTOMER-ACTIVE
           END-IF.

       CHECK-OPEN-ITEM-EXISTS.
      *> A missing queue just means no items exist yet.
           MOVE "N" TO WS-OPEN-ITEM-FOUND.
           OPEN INPUT KYC-QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-QUEUE-EOF.
           PERFORM READ-QUEUE-FOR-CHECK
               UNTIL QUEUE-AT-EOF OR OPEN-ITEM-EXISTS.

           CLOSE KYC-QUEUE-FILE.

       READ-QUEUE-FOR-CHECK.
           READ KYC-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-QUEUE-EOF
               NOT AT END
                   IF KY-CUSTOMER-ID = WS-WORK-CUSTOMER
                       AND KY-STATUS = "OPEN"
                       AND KY-REASON = "ID-EXPIRY"
                       MOVE "Y" TO WS-OPEN-ITEM-FOUND
                   END-IF
           END-READ.

       OPEN-REVIEW-ITEM.
           MOVE FUNCTION CURRENT-DATE TO KY-OPENED-TS.
           MOVE BDT-BUSINESS-DATE TO KY-OPENED-TS(1:8).
           MOVE WS-WORK-CUSTOMER TO KY-CUSTOMER-ID.
           MOVE WS-WORK-EXPIRY TO KY-DUE-DATE.
           MOVE "OPEN" TO KY-STATUS.
           MOVE SPACES TO KY-REVIEWER-ID.
           MOVE SPACES TO KY-OUTCOME.
           MOVE SPACES TO KY-CLOSED-TS.
           MOVE "ID-EXPIRY" TO KY-REASON.

      *> The append runs under the queue's shared lock so an item
      *> opened while KYC-REVIEW is swapping a closure into place
      *> cannot vanish with the old copy. A denied lock just skips
      *> this open - the document is still expiring, so the next
      *> scan opens it.
           MOVE FCP-KYC-QUEUE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: Review queue locked - item for "
                   WS-WORK-CUSTOMER " not opened this run"
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND KYC-QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
               OPEN OUTPUT KYC-QUEUE-FILE
           END-IF.
           WRITE KYC-REVIEW-RECORD.
           CLOSE KYC-QUEUE-FILE.

           PERFORM RELEASE-FILE-LOCK.

           ADD 1 TO WS-OPENED-COUNT.
           IF WS-WORK-EXPIRY NOT > WS-TODAY
               DISPLAY "ID-EXPIRY item opened for " WS-WORK-CUSTOMER
                   " (document expired " WS-WORK-EXPIRY ")"
           ELSE
               DISPLAY "ID-EXPIRY item opened for " WS-WORK-CUSTOMER
                   " (document expires " WS-WORK-EXPIRY ")"
           END-IF.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "ID-EXPIRY" TO AT-PROGRAM-NAME.
           MOVE "BATCH     " TO AT-CUSTOMER-ID.
           MOVE "ID_EXPIRY" TO AT-ACTION.
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
