      *> ID-DOCUMENT-PARA.cpy
      *> Identity Document Register - Paragraphs
      *>
      *> See ID-DOCUMENT-WS.cpy for how callers drive these.

       VALIDATE-ID-DOCUMENT.
      *> A document the suite can rely on: a known type, a number,
      *> an alpha-3 issuing country and a real expiry date that has
      *> not already passed.
           MOVE SPACES TO IDD-ERROR.
           IF NOT IDD-VALID-DOC-TYPE
               STRING "Document type must be PASSPORT, ID-CARD, "
                   "DRIVER-LIC or RESIDENCE"
                   DELIMITED BY SIZE INTO IDD-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF IDD-DOC-NUMBER = SPACES
               MOVE "Document number is required" TO IDD-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF IDD-COUNTRY(1:1) = SPACE OR IDD-COUNTRY(2:1) = SPACE
               OR IDD-COUNTRY(3:1) = SPACE
               OR IDD-COUNTRY NOT ALPHABETIC
               MOVE "Issuing country must be 3 letters" TO IDD-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF IDD-EXPIRY-DATE NOT NUMERIC
               MOVE "Expiry date must be YYYYMMDD" TO IDD-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(IDD-EXPIRY-DATE)) NOT = 0
               MOVE "Expiry date must be YYYYMMDD" TO IDD-ERROR
               EXIT PARAGRAPH
           END-IF.

           IF IDD-EXPIRY-DATE NOT > BDT-BUSINESS-DATE
               MOVE "Document has already expired" TO IDD-ERROR
           END-IF.

       CHECK-DOCUMENT-IN-USE.
      *> One identity document backs one customer - the same
      *> passport turning up under a second customer ID is a
      *> duplicate identity, not a second person.
           MOVE SPACES TO IDD-HOLDER-ID.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF IDD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO IDD-EOF.
           PERFORM READ-FOR-DOCUMENT-HOLDER
               UNTIL IDD-AT-EOF OR IDD-HOLDER-ID NOT = SPACES.

           CLOSE ID-DOCUMENT-FILE.

       READ-FOR-DOCUMENT-HOLDER.
           READ ID-DOCUMENT-FILE
               AT END
                   MOVE "Y" TO IDD-EOF
               NOT AT END
                   IF ID-STATUS = "CURRENT"
                       AND ID-DOC-TYPE = IDD-DOC-TYPE
                       AND ID-DOC-NUMBER = IDD-DOC-NUMBER
                       AND ID-ISSUING-COUNTRY = IDD-COUNTRY
                       AND ID-CUSTOMER-ID NOT = IDD-CUSTOMER-ID
                       MOVE ID-CUSTOMER-ID TO IDD-HOLDER-ID
                   END-IF
           END-READ.

       RECORD-ID-DOCUMENT.
      *> The register is line sequential, so the new document goes
      *> in by copying the file record-for-record - the customer's
      *> CURRENT document, if any, rewritten as SUPERSEDED - with
      *> the new one added at the end, then swapping the copy into
      *> place under the register's own lock.
           MOVE "N" TO IDD-RECORDED.
           MOVE 0 TO IDD-SUPERSEDED-COUNT.
           MOVE FCP-ID-DOCUMENTS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT ID-DOCUMENT-NEW-FILE.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF IDD-FILE-STATUS = "00"
               MOVE "N" TO IDD-EOF
               PERFORM COPY-ONE-ID-DOCUMENT
                   UNTIL IDD-AT-EOF
               CLOSE ID-DOCUMENT-FILE
           END-IF.

           MOVE SPACES TO ID-DOCUMENT-RECORD.
           MOVE IDD-CUSTOMER-ID TO ID-CUSTOMER-ID.
           MOVE IDD-DOC-TYPE TO ID-DOC-TYPE.
           MOVE IDD-DOC-NUMBER TO ID-DOC-NUMBER.
           MOVE IDD-COUNTRY TO ID-ISSUING-COUNTRY.
           MOVE IDD-EXPIRY-DATE TO ID-EXPIRY-DATE.
           MOVE "CURRENT" TO ID-STATUS.
           MOVE FUNCTION CURRENT-DATE TO ID-RECORDED-TS.
           MOVE BDT-BUSINESS-DATE TO ID-RECORDED-TS(1:8).
           MOVE IDD-OPERATOR-ID TO ID-RECORDED-BY.
           MOVE ID-DOCUMENT-RECORD TO ID-DOCUMENT-NEW-RECORD.
           WRITE ID-DOCUMENT-NEW-RECORD.
           CLOSE ID-DOCUMENT-NEW-FILE.

           MOVE SPACES TO IDD-CMD.
           STRING "mv -f id-document-register.new "
               FUNCTION TRIM(FCP-ID-DOCUMENTS)
               DELIMITED BY SIZE INTO IDD-CMD
           END-STRING.
           CALL "SYSTEM" USING IDD-CMD.

           PERFORM RELEASE-FILE-LOCK.
           MOVE "Y" TO IDD-RECORDED.

       COPY-ONE-ID-DOCUMENT.
           READ ID-DOCUMENT-FILE
               AT END
                   MOVE "Y" TO IDD-EOF
               NOT AT END
                   IF ID-CUSTOMER-ID = IDD-CUSTOMER-ID
                       AND ID-STATUS = "CURRENT"
                       MOVE "SUPERSEDED" TO ID-STATUS
                       ADD 1 TO IDD-SUPERSEDED-COUNT
                   END-IF
                   MOVE ID-DOCUMENT-RECORD TO ID-DOCUMENT-NEW-RECORD
                   WRITE ID-DOCUMENT-NEW-RECORD
           END-READ.
