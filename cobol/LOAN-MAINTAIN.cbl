      *>   ACTIVE    -> CHARGE-OFF
      *>   DEFAULTED -> CHARGE-OFF
      *> Every transition is written to the shared audit trail the way
      *> every other decision in the suite already is. A move to
      *> CHARGE-OFF also posts the gross amount written off (booked
      *> amount less principal retired) to loan-chargeoff-ledger.dat
      *> so the write-off reaches the general ledger as dated
      *> sub-ledger activity. A move to PAID queues a lien release on
      *> lien-release-queue.dat for every asset with a RECORDED lien
      *> against the loan on collateral-register.dat, and marks those
      *> liens RELEASE-Q on the register.
      *>
      *> Invocation: LOAN-MAINTAIN <customer_id> <loan_timestamp>
      *>                           <new_status> <operator_id>
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CHARGEOFF-LEDGER-FILE
               ASSIGN TO FCP-CHARGEOFF-LEDGER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEOFF-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO FCP-COLLATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT COLLATERAL-NEW-FILE
               ASSIGN TO "collateral-register.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-NEW-STATUS.

           SELECT LIEN-RELEASE-FILE ASSIGN TO FCP-LIEN-RELEASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIEN-QUEUE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  LOAN-PAYMENT-FILE.
           COPY "LOAN-PAYMENT-REC.cpy".

       FD  CHARGEOFF-LEDGER-FILE.
           COPY "CHARGEOFF-REC.cpy".

       FD  COLLATERAL-FILE.
           COPY "COLLATERAL-REC.cpy".

       FD  COLLATERAL-NEW-FILE.
       01  COLLATERAL-NEW-RECORD         PIC X(162).

       FD  LIEN-RELEASE-FILE.
           COPY "LIEN-RELEASE-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       01  WS-LOAN-FOUND                 PIC X VALUE "N".
           88  LOAN-WAS-FOUND            VALUE "Y".
       01  WS-OLD-STATUS                 PIC X(10) VALUE SPACES.
       01  WS-PURPOSE-CODE               PIC X(4) VALUE SPACES.

      *> Payments scan work fields
       01  WS-PAYMENT-STATUS             PIC XX VALUE SPACES.
       01  WS-RECEIVED-TO-DATE           PIC S9(10)V99 VALUE 0.
       01  WS-OUTSTANDING-BALANCE        PIC 9(10)V99 VALUE 0.

      *> Charge-off ledger work fields
       01  WS-CHARGEOFF-STATUS           PIC XX VALUE SPACES.
       01  WS-CHARGEOFF-EDIT             PIC 9(10).99.

      *> Collateral register / lien release queue work fields
       01  WS-COLLATERAL-STATUS          PIC XX VALUE SPACES.
       01  WS-COLLATERAL-NEW-STATUS      PIC XX VALUE SPACES.
       01  WS-COLLATERAL-EOF             PIC X VALUE "N".
           88  COLLATERAL-AT-EOF         VALUE "Y".
       01  WS-LIEN-QUEUE-STATUS          PIC XX VALUE SPACES.
       01  WS-LIENS-QUEUED               PIC 9(4) VALUE 0.

      *> Transition validation work fields
       01  WS-TRANSITION-OK              PIC X VALUE "N".
           88  TRANSITION-IS-LEGAL       VALUE "Y".

           PERFORM REWRITE-LOAN-BOOK.

      *> The write-off itself is sub-ledger activity: the gross
      *> amount is what the principal balance still stood at.
           IF WS-NEW-STATUS = "CHARGE-OFF"
               PERFORM CHECK-OUTSTANDING-BALANCE
               PERFORM POST-CHARGE-OFF
           END-IF.

      *> A paid loan's collateral is free: queue its liens for
      *> release.
           IF WS-NEW-STATUS = "PAID"
               PERFORM QUEUE-LIEN-RELEASES
           END-IF.

           DISPLAY "".
           DISPLAY "Loan " WS-CUSTOMER-ID " / " WS-LOAN-TIMESTAMP.
           DISPLAY "Status: " WS-OLD-STATUS " -> " WS-NEW-STATUS.
           IF WS-LIENS-QUEUED > 0
               DISPLAY "Lien releases queued: " WS-LIENS-QUEUED
           END-IF.
           DISPLAY "========================================".

           MOVE "LOAN_MAINTAIN" TO WS-AUDIT-ACTION.
               MOVE LB-STATUS TO WS-OLD-STATUS
               MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
                   TO WS-LOAN-AMOUNT
               MOVE LB-PURPOSE-CODE TO WS-PURPOSE-CODE
           END-IF.

           CLOSE LOAN-BOOK-FILE.

           PERFORM RELEASE-FILE-LOCK.

       POST-CHARGE-OFF.
           MOVE FUNCTION CURRENT-DATE TO CO-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO CO-TIMESTAMP(1:8).
           MOVE WS-CUSTOMER-ID TO CO-CUSTOMER-ID.
           MOVE WS-LOAN-TIMESTAMP TO CO-LOAN-TIMESTAMP.
           MOVE WS-OUTSTANDING-BALANCE TO WS-CHARGEOFF-EDIT.
           MOVE WS-CHARGEOFF-EDIT TO CO-AMOUNT-STR.
           MOVE WS-PURPOSE-CODE TO CO-PURPOSE-CODE.
           MOVE WS-OLD-STATUS TO CO-PRIOR-STATUS.
           MOVE WS-OPERATOR-ID TO CO-OPERATOR-ID.

           MOVE FCP-CHARGEOFF-LEDGER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND CHARGEOFF-LEDGER-FILE.
           IF WS-CHARGEOFF-STATUS = "35"
               OPEN OUTPUT CHARGEOFF-LEDGER-FILE
           END-IF.
           WRITE CHARGEOFF-LEDGER-RECORD.
           CLOSE CHARGEOFF-LEDGER-FILE.

           PERFORM RELEASE-FILE-LOCK.

       QUEUE-LIEN-RELEASES.
      *> Copy the register with every RECORDED lien on this loan
      *> moved to RELEASE-Q, appending a release request for each to
      *> the queue as it goes, then swap the copy into place. The
      *> queue is appended under the register's lock, so a rerun
      *> cannot queue the same lien twice. A loan with nothing on
      *> the register queues nothing.
           MOVE 0 TO WS-LIENS-QUEUED.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           CLOSE COLLATERAL-FILE.

           MOVE FCP-COLLATERAL TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: collateral-register.dat is locked - "
                   "queue the lien release for this loan by hand"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT COLLATERAL-NEW-FILE.
           OPEN INPUT COLLATERAL-FILE.
           MOVE "N" TO WS-COLLATERAL-EOF.
           PERFORM COPY-QUEUEING-COLLATERAL
               UNTIL COLLATERAL-AT-EOF.
           CLOSE COLLATERAL-FILE.
           CLOSE COLLATERAL-NEW-FILE.

           MOVE SPACES TO WS-CMD.
           STRING "mv -f collateral-register.new "
               FUNCTION TRIM(FCP-COLLATERAL)
               DELIMITED BY SIZE INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.

           PERFORM RELEASE-FILE-LOCK.

       COPY-QUEUEING-COLLATERAL.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = WS-CUSTOMER-ID
                       AND CG-LOAN-TIMESTAMP = WS-LOAN-TIMESTAMP
                       AND CG-LIEN-STATUS = "RECORDED"
                       PERFORM WRITE-LIEN-RELEASE
                       MOVE "RELEASE-Q" TO CG-LIEN-STATUS
                       MOVE FUNCTION CURRENT-DATE TO CG-UPDATED-TS
                       MOVE WS-OPERATOR-ID TO CG-UPDATED-BY
                   END-IF
                   MOVE COLLATERAL-RECORD TO COLLATERAL-NEW-RECORD
                   WRITE COLLATERAL-NEW-RECORD
           END-READ.

       WRITE-LIEN-RELEASE.
           MOVE FUNCTION CURRENT-DATE TO LQ-TIMESTAMP.
           MOVE CG-CUSTOMER-ID TO LQ-CUSTOMER-ID.
           MOVE CG-LOAN-TIMESTAMP TO LQ-LOAN-TIMESTAMP.
           MOVE CG-COLLATERAL-TYPE TO LQ-COLLATERAL-TYPE.
           MOVE CG-IDENTIFIER TO LQ-IDENTIFIER.
           MOVE CG-DESCRIPTION TO LQ-DESCRIPTION.
           MOVE WS-OPERATOR-ID TO LQ-OPERATOR-ID.

           OPEN EXTEND LIEN-RELEASE-FILE.
           IF WS-LIEN-QUEUE-STATUS = "35"
               OPEN OUTPUT LIEN-RELEASE-FILE
           END-IF.
           WRITE LIEN-RELEASE-RECORD.
           CLOSE LIEN-RELEASE-FILE.
           ADD 1 TO WS-LIENS-QUEUED.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
