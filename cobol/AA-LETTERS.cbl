      *> customer's delivery preferences are honored: a do-not-mail
      *> flag or electronic delivery withholds the paper letter, and
      *> the notice lands on the manifest as SUPP-DNM or SUPP-ELEC -
      *> compliance can evidence why it was withheld. A customer
      *> under bankruptcy or estate handling on the legal status
      *> register has the letter addressed to the trustee or estate
      *> contact recorded there (PROD-LEGAL), or withheld as
      *> SUPP-LEGAL when none is on file; the register outranks the
      *> customer's own preferences.
      *>
      *> Invocation: AA-LETTERS
      *> Example: ./aa-letters
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO "adverse-action-letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PREFERENCE-FILE.
           COPY "PREFERENCE-REC.cpy".

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  LETTER-FILE.
       01  LETTER-RECORD                 PIC X(100).

       01  WS-NO-ADDRESS-COUNT           PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-LEGAL-ROUTED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LEGAL-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.

      *> Letter composition work fields
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZ9.99.
       01  WS-LETTER-DATE                PIC X(10) VALUE SPACES.
       01  WS-RE-NAME                    PIC X(50) VALUE SPACES.

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "ADVERSE-ACTION LETTER GENERATION".
           DISPLAY "Already mailed:     " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (prefs): " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-ROUTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Routed (legal):     " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (legal): " WS-COUNT-DISPLAY.
           DISPLAY "Print file: adverse-action-letters.txt".
           DISPLAY "========================================".

               EXIT PARAGRAPH
           END-IF.

      *> A legal status on the register decides first: the letter
      *> goes to the trustee or estate contact, or is withheld.
           MOVE AA-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES AND LGS-CONTACT-NAME = SPACES
               ADD 1 TO WS-LEGAL-SUPPRESSED-COUNT
               MOVE "SUPP-LEGAL" TO MF-STATUS
               PERFORM APPEND-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF.

      *> Otherwise the customer's preferences decide whether paper
      *> goes out at all; a withheld notice still lands on the
      *> manifest with why.
           IF NOT LEGAL-STATUS-APPLIES
               PERFORM CHECK-DELIVERY-PREFERENCE
               IF WS-SUPPRESS-REASON NOT = SPACES
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   MOVE WS-SUPPRESS-REASON TO MF-STATUS
                   PERFORM APPEND-MANIFEST-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *> A routed letter is addressed off the register, so only an
      *> ordinary one needs the master record's address.
           PERFORM FETCH-CUSTOMER-ADDRESS.
           IF WS-ADDRESS-FOUND = "N" AND NOT LEGAL-STATUS-APPLIES
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NO-ADDRESS" TO MF-STATUS
               PERFORM APPEND-MANIFEST-RECORD
           PERFORM WRITE-LETTER-BODY.

           ADD 1 TO WS-LETTER-COUNT.
           IF LEGAL-STATUS-APPLIES
               ADD 1 TO WS-LEGAL-ROUTED-COUNT
               MOVE "PROD-LEGAL" TO MF-STATUS
           ELSE
               MOVE "PRODUCED" TO MF-STATUS
           END-IF.
           PERFORM APPEND-MANIFEST-RECORD.

       CHECK-MANIFEST.
               NOT AT END
                   IF MF-NOTICE-TIMESTAMP = AA-TIMESTAMP
                       AND MF-CUSTOMER-ID = AA-CUSTOMER-ID
                       AND (MF-STATUS = "PRODUCED"
                           OR MF-STATUS = "PROD-LEGAL")
                       MOVE "Y" TO WS-ALREADY-MAILED
                   END-IF
           END-READ.

           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF LEGAL-STATUS-APPLIES
               PERFORM WRITE-LEGAL-ADDRESS-BLOCK
           ELSE
               PERFORM WRITE-ADDRESS-BLOCK
           END-IF.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.

           MOVE "Credit Operations" TO LETTER-RECORD.
           WRITE LETTER-RECORD.

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

       WRITE-LEGAL-ADDRESS-BLOCK.
      *> Addressed to the trustee or estate contact off the legal
      *> status register, in the matter of the customer.
           IF WS-ADDRESS-FOUND = "Y"
               MOVE CM-CUST-NAME TO WS-RE-NAME
           ELSE
               MOVE AA-CUSTOMER-ID TO WS-RE-NAME
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
           STRING "RE: " FUNCTION TRIM(WS-RE-NAME) " - "
               FUNCTION TRIM(LGS-STATUS-TYPE) " "
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

       APPEND-MANIFEST-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MF-TIMESTAMP.
           MOVE AA-TIMESTAMP TO MF-NOTICE-TIMESTAMP.
           CLOSE MANIFEST-FILE.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".
