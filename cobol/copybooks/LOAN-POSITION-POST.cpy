      *> LOAN-POSITION-POST.cpy
      *> Loan Position Master - Posting Paragraphs
      *>
      *> See LOAN-POSITION-WS.cpy for how callers drive these; copy
      *> LOAN-POSITION-PARA.cpy alongside, and FILE-LOCK-WS.cpy /
      *> FILE-LOCK-PARA.cpy must be present. A posting takes the
      *> position file's own lock; the single lock slot in
      *> FILE-LOCK-WS.cpy is parked around it and put back, so a
      *> caller holding a ledger lock still holds it afterwards. As
      *> with the ledger appends, a position lock that cannot be had
      *> is reported with its holder and the posting goes ahead - the
      *> ledger entry is already written, and a position left behind
      *> it would only surface on POSITION-VERIFY.

       CLEAR-POSITION-POSTING.
           MOVE SPACES TO PSN-CUSTOMER-ID.
           MOVE SPACES TO PSN-LOAN-TIMESTAMP.
           MOVE SPACES TO PSN-BOOK-AMOUNT-STR.
           MOVE SPACES TO PSN-BOOK-TERM-STR.
           MOVE SPACES TO PSN-BOOK-RATE-STR.
           MOVE "N" TO PSN-CREATE-FLAG.
           MOVE 0 TO PSN-PRINCIPAL-PAID-DELTA.
           MOVE 0 TO PSN-INTEREST-ACCRUED-DELTA.
           MOVE 0 TO PSN-INTEREST-PAID-DELTA.
           MOVE 0 TO PSN-FEES-ASSESSED-DELTA.
           MOVE 0 TO PSN-FEES-PAID-DELTA.
           MOVE 0 TO PSN-CASH-DELTA.
           MOVE SPACES TO PSN-PAYMENT-DATE.
           MOVE SPACES TO PSN-ACCRUAL-PERIOD.
           MOVE SPACES TO PSN-PAY-AMOUNT-STR.
           MOVE SPACES TO PSN-PAY-INTEREST-STR.
           MOVE SPACES TO PSN-PAY-PRINCIPAL-STR.
           MOVE SPACES TO PSN-PAY-FEE-STR.

       SPLIT-PAYMENT-PORTIONS.
      *> The same reading of a payments-file record every balance
      *> program has always applied: reversals net arithmetically,
      *> and a legacy record with spaces in the portion fields counts
      *> whole against principal.
           MOVE FUNCTION NUMVAL(PSN-PAY-AMOUNT-STR) TO PSN-CASH-DELTA.
           MOVE 0 TO PSN-INTEREST-PAID-DELTA.
           MOVE 0 TO PSN-FEES-PAID-DELTA.
           IF PSN-PAY-PRINCIPAL-STR = SPACES
               MOVE PSN-CASH-DELTA TO PSN-PRINCIPAL-PAID-DELTA
           ELSE
               MOVE FUNCTION NUMVAL(PSN-PAY-PRINCIPAL-STR)
                   TO PSN-PRINCIPAL-PAID-DELTA
               MOVE FUNCTION NUMVAL(PSN-PAY-INTEREST-STR)
                   TO PSN-INTEREST-PAID-DELTA
               IF PSN-PAY-FEE-STR NOT = SPACES
                   MOVE FUNCTION NUMVAL(PSN-PAY-FEE-STR)
                       TO PSN-FEES-PAID-DELTA
               END-IF
           END-IF.

       POST-PAYMENT-TO-POSITION.
           PERFORM SPLIT-PAYMENT-PORTIONS.
           PERFORM POST-LOAN-POSITION.

       POST-LOAN-POSITION.
           MOVE "N" TO PSN-POSTED-FLAG.
           MOVE FLK-TARGET-NAME TO PSN-HELD-LOCK-TARGET.
           MOVE FLK-GOT-LOCK TO PSN-HELD-LOCK-FLAG.
           MOVE "N" TO PSN-REOPEN-FLAG.
           IF LOAN-POSITIONS-OPEN
               PERFORM CLOSE-LOAN-POSITIONS
               MOVE "Y" TO PSN-REOPEN-FLAG
           END-IF.

           MOVE FCP-LOAN-POSITION TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN I-O LOAN-POSITION-FILE.
           IF PSN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-POSITION-FILE
               CLOSE LOAN-POSITION-FILE
               OPEN I-O LOAN-POSITION-FILE
           END-IF.
           IF PSN-FILE-STATUS = "00"
               PERFORM APPLY-POSITION-POSTING
               CLOSE LOAN-POSITION-FILE
           ELSE
               DISPLAY "ERROR: cannot open loan-position-master.dat "
                   "(status " PSN-FILE-STATUS ") - position for "
                   PSN-CUSTOMER-ID " " PSN-LOAN-TIMESTAMP
                   " not updated"
           END-IF.

           PERFORM RELEASE-FILE-LOCK.
           MOVE PSN-HELD-LOCK-TARGET TO FLK-TARGET-NAME.
           MOVE PSN-HELD-LOCK-FLAG TO FLK-GOT-LOCK.

           IF PSN-REOPEN-FLAG = "Y"
               PERFORM OPEN-LOAN-POSITIONS
           END-IF.

       APPLY-POSITION-POSTING.
      *> Only a funding (PSN-MAY-CREATE with the booked terms) opens
      *> a position; anything else posted to a loan without one is
      *> left to POSITION-VERIFY REBUILD, which loads it from the
      *> full ledger history rather than from this one entry.
           MOVE PSN-CUSTOMER-ID TO PN-CUSTOMER-ID.
           MOVE PSN-LOAN-TIMESTAMP TO PN-LOAN-TIMESTAMP.
           READ LOAN-POSITION-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF PSN-FILE-STATUS = "00"
               MOVE "Y" TO PSN-FOUND-FLAG
               PERFORM UNPACK-LOAN-POSITION
           ELSE
               MOVE "N" TO PSN-FOUND-FLAG
               IF NOT PSN-MAY-CREATE
                   OR PSN-BOOK-AMOUNT-STR = SPACES
                   DISPLAY "WARNING: no loan position for "
                       PSN-CUSTOMER-ID " " PSN-LOAN-TIMESTAMP
                       " - run POSITION-VERIFY REBUILD"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SEED-LOAN-POSITION
           END-IF.

           IF PSN-BOOK-TERM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PSN-BOOK-TERM-STR) TO PSN-TERM
           END-IF.
           IF PSN-BOOK-RATE-STR NOT = SPACES
               MOVE PSN-BOOK-RATE-STR TO PSN-RATE-STR
           END-IF.

           SUBTRACT PSN-PRINCIPAL-PAID-DELTA FROM PSN-PRINCIPAL-OUT.
           ADD PSN-INTEREST-ACCRUED-DELTA TO PSN-INTEREST-OPEN.
           SUBTRACT PSN-INTEREST-PAID-DELTA FROM PSN-INTEREST-OPEN.
           ADD PSN-FEES-ASSESSED-DELTA TO PSN-FEES-OPEN.
           SUBTRACT PSN-FEES-PAID-DELTA FROM PSN-FEES-OPEN.
           ADD PSN-CASH-DELTA TO PSN-PAID-TO-DATE.
           IF PSN-CASH-DELTA > 0
               AND PSN-PAYMENT-DATE > PSN-LAST-PAYMENT-DATE
               MOVE PSN-PAYMENT-DATE TO PSN-LAST-PAYMENT-DATE
           END-IF.
           IF PSN-ACCRUAL-PERIOD > PSN-LAST-ACCRUAL-PERIOD
               MOVE PSN-ACCRUAL-PERIOD TO PSN-LAST-ACCRUAL-PERIOD
           END-IF.

           PERFORM COMPUTE-POSITION-NEXT-DUE.
           PERFORM PACK-LOAN-POSITION.

           IF LOAN-POSITION-FOUND
               REWRITE LOAN-POSITION-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE LOAN-POSITION-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           IF PSN-FILE-STATUS = "00"
               MOVE "Y" TO PSN-POSTED-FLAG
           ELSE
               DISPLAY "ERROR: loan-position-master.dat write failed "
                   "(status " PSN-FILE-STATUS ") for "
                   PSN-CUSTOMER-ID " " PSN-LOAN-TIMESTAMP
           END-IF.

       PACK-LOAN-POSITION.
           MOVE PSN-CUSTOMER-ID TO PN-CUSTOMER-ID.
           MOVE PSN-LOAN-TIMESTAMP TO PN-LOAN-TIMESTAMP.
           MOVE PSN-LOAN-AMOUNT TO PSN-AMOUNT-EDIT.
           MOVE PSN-AMOUNT-EDIT TO PN-LOAN-AMOUNT-STR.
           MOVE PSN-TERM TO PN-TERM-STR.
           MOVE PSN-RATE-STR TO PN-RATE-STR.
           MOVE PSN-PRINCIPAL-OUT TO PSN-AMOUNT-EDIT.
           MOVE PSN-AMOUNT-EDIT TO PN-PRINCIPAL-OUT-STR.
           MOVE PSN-INTEREST-OPEN TO PSN-AMOUNT-EDIT.
           MOVE PSN-AMOUNT-EDIT TO PN-INTEREST-OPEN-STR.
           MOVE PSN-FEES-OPEN TO PSN-AMOUNT-EDIT.
           MOVE PSN-AMOUNT-EDIT TO PN-FEES-OPEN-STR.
           MOVE PSN-PAID-TO-DATE TO PSN-AMOUNT-EDIT.
           MOVE PSN-AMOUNT-EDIT TO PN-PAID-TO-DATE-STR.
           MOVE PSN-LAST-PAYMENT-DATE TO PN-LAST-PAYMENT-DATE.
           MOVE PSN-NEXT-DUE-DATE TO PN-NEXT-DUE-DATE.
           MOVE PSN-LAST-ACCRUAL-PERIOD TO PN-LAST-ACCRUAL-PERIOD.
           MOVE BDT-BUSINESS-DATE TO PN-UPDATED-DATE.
           MOVE FLK-PROGRAM-NAME TO PN-UPDATED-BY.
