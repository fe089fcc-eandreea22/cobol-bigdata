      *> Assembles the statement the shop has every ingredient for and
      *> never produced: for each customer, an address header off
      *> CUSTMAST, the loan positions with rate and term off
      *> loan-book-master.dat and the balance outstanding and next
      *> due date off loan-position-master.dat, the current month's
      *> transaction list
      *> off fraud-txn-history.dat with month-over-month spend totals,
      *> and the latest risk score off customer-risk-history.dat - all
      *> written to one print file with a statement count summary.
      *>
      *> Runnable for the full portfolio or for a single customer ID
      *> (reprints). Customers retired by CUSTOMER-MERGE get no
      *> statement; their history now belongs to the survivor. A
      *> customer under bankruptcy or estate handling on the legal
      *> status register has the statement addressed to the trustee
      *> or estate contact recorded there, or withheld (and evidenced
      *> on the suppression manifest) when none is on file.
      *>
      *> Invocation: STATEMENT-GEN [customer_id]
      *> Example: ./statement-gen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.

           SELECT LEGAL-STATUS-FILE ASSIGN TO FCP-LEGAL-STATUS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-FILE-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "customer-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT LOAN-POSITION-FILE ASSIGN TO FCP-LOAN-POSITION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-POSITION-KEY
               FILE STATUS IS PSN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       FD  SUPPRESS-MANIFEST-FILE.
           COPY "SUPPRESS-REC.cpy".

       FD  LEGAL-STATUS-FILE.
           COPY "LEGAL-STATUS-REC.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD              PIC X(100).

       FD  LOAN-POSITION-FILE.
           COPY "LOAN-POSITION-REC.cpy".

       WORKING-STORAGE SECTION.

      *> File status and scan work fields
      *> Run totals
       01  WS-STATEMENT-COUNT            PIC 9(6) VALUE 0.
       01  WS-SUPPRESSED-COUNT           PIC 9(6) VALUE 0.
       01  WS-LEGAL-ROUTED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LEGAL-SUPPRESSED-COUNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *> Full command line and parsing work fields
       01  WS-FULL-CMDLINE               PIC X(200) VALUE SPACES.

      *> Legal special-handling register lookup (bankruptcy /
      *> deceased customers)
           COPY "LEGAL-STATUS-WS.cpy".

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

      *> Loan position master (balances kept current at posting
      *> time; POSITION-VERIFY proves them against the ledgers)
           COPY "LOAN-POSITION-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           DISPLAY "Statements produced: " WS-COUNT-DISPLAY.
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (prefs):  " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-ROUTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Routed (legal):      " WS-COUNT-DISPLAY.
           MOVE WS-LEGAL-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Suppressed (legal):  " WS-COUNT-DISPLAY.
           DISPLAY "Print file: customer-statements.txt".
           DISPLAY "========================================".

      *> The customer's preferences decide whether a paper statement
      *> is produced at all; a withheld one still lands on the
      *> suppression manifest with why, so compliance can evidence
      *> the non-mailing. A legal status on the register overrides
      *> the preferences: the statement goes to the trustee or
      *> estate contact, or nowhere.
           MOVE CM-CUSTOMER-ID TO LGS-CUSTOMER-ID.
           PERFORM CHECK-LEGAL-STATUS.
           IF LEGAL-STATUS-APPLIES
               IF LGS-CONTACT-NAME = SPACES
                   ADD 1 TO WS-LEGAL-SUPPRESSED-COUNT
                   MOVE "LEGAL_STATUS" TO WS-SUPPRESS-REASON
                   PERFORM APPEND-SUPPRESSION-RECORD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LEGAL-ROUTED-COUNT
           ELSE
               PERFORM CHECK-DELIVERY-PREFERENCE
               IF WS-SUPPRESS-REASON NOT = SPACES
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   PERFORM APPEND-SUPPRESSION-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-LOAN-LINE-COUNT.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *> Under legal special handling the statement is addressed
      *> to the trustee or estate contact, in the customer's matter.
           IF LEGAL-STATUS-APPLIES
               PERFORM WRITE-LEGAL-ADDRESS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " FUNCTION TRIM(CM-CUST-NAME)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

       WRITE-LEGAL-ADDRESS.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " FUNCTION TRIM(LGS-CONTACT-NAME)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  " FUNCTION TRIM(LGS-CONTACT-CITY) "  "
               FUNCTION TRIM(LGS-CONTACT-POSTAL) "  "
               LGS-CONTACT-COUNTRY
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "  RE: " FUNCTION TRIM(CM-CUST-NAME) " - "
               FUNCTION TRIM(LGS-STATUS-TYPE) " "
               FUNCTION TRIM(LGS-CASE-REF)
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

       WRITE-LOAN-POSITIONS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               PERFORM OPEN-LOAN-POSITIONS
               MOVE "N" TO WS-SCAN-EOF
               PERFORM UNTIL SCAN-AT-EOF
                   READ LOAN-BOOK-FILE NEXT RECORD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CLOSE-LOAN-POSITIONS
               CLOSE LOAN-BOOK-FILE
           END-IF.

           END-STRING.
           WRITE STATEMENT-RECORD.

      *> Where the loan stands today, off its position record
           MOVE LB-CUSTOMER-ID TO PSN-CUSTOMER-ID.
           MOVE LB-TIMESTAMP TO PSN-LOAN-TIMESTAMP.
           MOVE LB-LOAN-AMOUNT-STR TO PSN-BOOK-AMOUNT-STR.
           MOVE LB-TERM-STR TO PSN-BOOK-TERM-STR.
           MOVE LB-RATE-STR TO PSN-BOOK-RATE-STR.
           PERFORM LOOKUP-LOAN-POSITION.
           IF PSN-PRINCIPAL-OUT > 0
               MOVE PSN-PRINCIPAL-OUT TO WS-AMOUNT-DISPLAY
           ELSE
               MOVE 0 TO WS-AMOUNT-DISPLAY
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING "      BALANCE $" WS-AMOUNT-DISPLAY
               "  NEXT DUE " PSN-NEXT-DUE-DATE
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-STRING.
           WRITE STATEMENT-RECORD.

       WRITE-MONTH-TRANSACTIONS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "LEGAL-STATUS-PARA.cpy".

       COPY "LOAN-POSITION-PARA.cpy".
