       IDENTIFICATION DIVISION.
       PROGRAM-ID. ID-RING-SCAN.
       AUTHOR. Thesis Project.

      *> ID-RING-SCAN.cbl
      *> Weekly Synthetic Identity / Shared-Attribute Ring Scan
      *>
      *> CUSTOMER-UPDATE's CHECK-DUPLICATE-EMAIL stops two records
      *> sharing one exact email, and nothing more. Rings recycle
      *> the other attributes, so this scan links every customer on
      *> CUSTMAST to every other customer sharing any one of:
      *>   PHONE         the same phone number (digits only, at
      *>                 least seven of them)
      *>   POSTAL+NAME   the same postal code and the same surname
      *>                 (last word of the name)
      *>   CO-APPLICANT  a loan on loan-book-master.dat naming the
      *>                 other as LB-COAPPLICANT-ID
      *> and follows the links through, so A-phone-B-coapplicant-C
      *> is one cluster of three. Each cluster is reported with its
      *> members, the links that joined them, their combined loan
      *> exposure (every loan not PAID) and their open fraud cases.
      *>
      *> A cluster of at least the raise size configured in
      *> id-ring-config.dat (bytes 1-3, default 3) opens a REVIEW
      *> case on fraud-case-queue.dat flagged IDENTITY_RING, and its
      *> members go on id-ring-register.dat under that case number.
      *> A cluster whose members are all already on the register has
      *> been raised before and is neither listed nor raised again;
      *> one that has gained a member is new information and is.
      *>
      *> Invocation: ID-RING-SCAN (weekly)
      *> Example: ./id-ring-scan
      *>
      *> Output: id-ring-report.txt, fraud-case-queue.dat and
      *>         id-ring-register.dat (appended)

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

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-BOOK-KEY
               ALTERNATE RECORD KEY IS LB-COAPPLICANT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-BOOK-STATUS.

           SELECT CASE-QUEUE-FILE ASSIGN TO FCP-CASE-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT CASE-NUMBER-FILE ASSIGN TO FCP-CASE-NUMBER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-NUMBER-STATUS.

           SELECT RING-REGISTER-FILE ASSIGN TO FCP-RING-REGISTER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RING-CONFIG-FILE ASSIGN TO FCP-RING-CONFIG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RING-CFG-STATUS.

           SELECT RING-REPORT-FILE
               ASSIGN TO "id-ring-report.txt"
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

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  CASE-QUEUE-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-NUMBER-FILE.
       01  CASE-NUMBER-RECORD.
           05  CN-LAST-NUMBER-STR        PIC X(8).

       FD  RING-REGISTER-FILE.
           COPY "RING-REGISTER-REC.cpy".

       FD  RING-CONFIG-FILE.
       01  RING-CONFIG-RECORD.
           05  RG-RAISE-SIZE-STR         PIC X(3).

       FD  RING-REPORT-FILE.
       01  RING-REPORT-RECORD            PIC X(120).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Clusters of at least this many customers raise a case
      *> (id-ring-config.dat overrides)
       01  WS-RAISE-SIZE                 PIC 9(3) VALUE 3.
       01  WS-RING-CFG-STATUS            PIC XX VALUE SPACES.

      *> Every customer on the master, with the attributes the
      *> links are made on. WS-CU-PARENT is the union-find parent:
      *> a customer whose parent is itself heads its cluster, and
      *> the head is always the lowest customer id in it.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY OCCURS 5000 TIMES.
               10  WS-CU-ID              PIC X(10).
               10  WS-CU-NAME            PIC X(30).
               10  WS-CU-SURNAME         PIC X(30).
               10  WS-CU-PHONE           PIC X(15).
               10  WS-CU-POSTAL          PIC X(10).
               10  WS-CU-PARENT          PIC 9(4).
               10  WS-CU-ROOT            PIC 9(4).
               10  WS-CU-SIZE            PIC 9(4).
               10  WS-CU-EXPOSURE        PIC 9(12)V99.
               10  WS-CU-OPEN-CASES      PIC 9(4).
               10  WS-CU-RING-CASE       PIC X(8).
       01  WS-CU-USED                    PIC 9(4) VALUE 0.
       01  WS-CU-IX                      PIC 9(4) VALUE 0.
       01  WS-CU-JX                      PIC 9(4) VALUE 0.
       01  WS-CU-HIT                     PIC 9(4) VALUE 0.
       01  WS-SEARCH-ID                  PIC X(10) VALUE SPACES.

      *> Every link found, for the report
       01  WS-LINK-TABLE.
           05  WS-LK-ENTRY OCCURS 10000 TIMES.
               10  WS-LK-FROM            PIC 9(4).
               10  WS-LK-TO              PIC 9(4).
               10  WS-LK-TYPE            PIC X(12).
       01  WS-LK-USED                    PIC 9(5) VALUE 0.
       01  WS-LK-IX                      PIC 9(5) VALUE 0.
       01  WS-LK-DUPLICATE               PIC X VALUE "N".

      *> Union-find work fields
       01  WS-LINK-A                     PIC 9(4) VALUE 0.
       01  WS-LINK-B                     PIC 9(4) VALUE 0.
       01  WS-LINK-TYPE                  PIC X(12) VALUE SPACES.
       01  WS-FIND-IX                    PIC 9(4) VALUE 0.
       01  WS-ROOT-IX                    PIC 9(4) VALUE 0.
       01  WS-ROOT-A                     PIC 9(4) VALUE 0.
       01  WS-ROOT-B                     PIC 9(4) VALUE 0.

      *> Name and phone normalizing work fields
       01  WS-NAME-UPPER                 PIC X(50) VALUE SPACES.
       01  WS-CHAR-IX                    PIC S9(4) VALUE 0.
       01  WS-NAME-END                   PIC S9(4) VALUE 0.
       01  WS-NAME-START                 PIC S9(4) VALUE 0.
       01  WS-PHONE-DIGITS               PIC X(15) VALUE SPACES.
       01  WS-DIGIT-COUNT                PIC 9(2) VALUE 0.

      *> File scan work fields
       01  WS-MASTER-STATUS              PIC XX VALUE SPACES.
       01  WS-MASTER-EOF                 PIC X VALUE "N".
           88  MASTER-AT-EOF             VALUE "Y".
       01  WS-LOAN-BOOK-STATUS           PIC XX VALUE SPACES.
       01  WS-LOAN-BOOK-EOF              PIC X VALUE "N".
           88  LOAN-BOOK-AT-EOF          VALUE "Y".
       01  WS-LOAN-AMOUNT                PIC 9(10)V99 VALUE 0.
       01  WS-CASE-STATUS                PIC XX VALUE SPACES.
       01  WS-CASE-EOF                   PIC X VALUE "N".
           88  CASE-AT-EOF               VALUE "Y".
       01  WS-CASE-NUMBER-STATUS         PIC XX VALUE SPACES.
       01  WS-NEXT-CASE-NUMBER           PIC 9(8) VALUE 0.
       01  WS-REGISTER-STATUS            PIC XX VALUE SPACES.
       01  WS-REGISTER-EOF               PIC X VALUE "N".
           88  REGISTER-AT-EOF           VALUE "Y".

      *> The cluster being reported
       01  WS-RING-SEQ                   PIC 9(4) VALUE 0.
       01  WS-RING-EXPOSURE              PIC 9(12)V99 VALUE 0.
       01  WS-RING-OPEN-CASES            PIC 9(4) VALUE 0.
       01  WS-RING-REGISTERED            PIC 9(4) VALUE 0.
       01  WS-RING-SCORE                 PIC 9(3) VALUE 0.
       01  WS-RING-ACTION                PIC X(30) VALUE SPACES.
       01  WS-RING-TIMESTAMP             PIC X(19) VALUE SPACES.
       01  WS-LINK-DETAIL                PIC X(40) VALUE SPACES.

      *> Run totals
       01  WS-CLUSTER-COUNT              PIC 9(6) VALUE 0.
       01  WS-RAISED-COUNT               PIC 9(6) VALUE 0.
       01  WS-REPEAT-COUNT               PIC 9(6) VALUE 0.
       01  WS-UNREGISTERED-COUNT         PIC 9(6) VALUE 0.
       01  WS-LINKED-CUSTOMERS           PIC 9(6) VALUE 0.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-SMALL-DISPLAY              PIC ZZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-STR                 PIC 9(12).99.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
       01  WS-AUDIT-ID                   PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION               PIC X(20) VALUE SPACES.
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
           MOVE "ID-RING-SCAN" TO FLK-PROGRAM-NAME.

           DISPLAY "========================================".
           DISPLAY "SHARED-ATTRIBUTE IDENTITY RING SCAN".
           DISPLAY "========================================".

           PERFORM LOAD-RING-CONFIG.

           PERFORM LOAD-CUSTOMERS.
           IF WS-CU-USED = 0
               DISPLAY "No customer master - nothing to scan."
               MOVE "BATCH     " TO WS-AUDIT-ID
               MOVE "ID_RING_SCAN" TO WS-AUDIT-ACTION
               MOVE "NO CUSTOMERS" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-RING-REGISTER.
           PERFORM SCAN-LOAN-BOOK.
           PERFORM LINK-SHARED-PHONES.
           PERFORM LINK-SHARED-POSTAL-SURNAME.
           PERFORM COUNT-OPEN-CASES.
           PERFORM RESOLVE-CLUSTERS.

           PERFORM BUILD-RING-TIMESTAMP.

           OPEN OUTPUT RING-REPORT-FILE.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "IDENTITY RING SCAN - " BDT-BUSINESS-DATE
               " (CASE RAISED AT " WS-RAISE-SIZE " OR MORE MEMBERS)"
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO RING-REPORT-RECORD.
           WRITE RING-REPORT-RECORD.

           PERFORM VARYING WS-CU-IX FROM 1 BY 1
               UNTIL WS-CU-IX > WS-CU-USED
               IF WS-CU-ROOT(WS-CU-IX) = WS-CU-IX
                   AND WS-CU-SIZE(WS-CU-IX) > 1
                   PERFORM REPORT-ONE-CLUSTER
               END-IF
           END-PERFORM.

           PERFORM WRITE-SCAN-TOTALS.
           CLOSE RING-REPORT-FILE.

           MOVE WS-CLUSTER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Clusters reported:   " WS-COUNT-DISPLAY.
           MOVE WS-RAISED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Ring cases opened:   " WS-COUNT-DISPLAY.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY "Raised before:       " WS-COUNT-DISPLAY.
           IF WS-UNREGISTERED-COUNT > 0
               MOVE WS-UNREGISTERED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Not registered:      " WS-COUNT-DISPLAY
           END-IF.
           DISPLAY "Report written to id-ring-report.txt".
           DISPLAY "========================================".

           MOVE "BATCH     " TO WS-AUDIT-ID.
           MOVE "ID_RING_SCAN" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "RINGS " WS-CLUSTER-COUNT " RAISED "
               WS-RAISED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

      *> A ring case opened without its members on the register
      *> will be raised again by the next scan, so the run is
      *> flagged for someone to look at.
           IF WS-UNREGISTERED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-RING-CONFIG.
      *> A missing file, or a size under two, keeps the default -
      *> a "ring" of one is just a customer.
           OPEN INPUT RING-CONFIG-FILE.
           IF WS-RING-CFG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ RING-CONFIG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RG-RAISE-SIZE-STR IS NUMERIC
                       AND RG-RAISE-SIZE-STR > "001"
                       MOVE RG-RAISE-SIZE-STR TO WS-RAISE-SIZE
                   END-IF
           END-READ.

           CLOSE RING-CONFIG-FILE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-USED.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-MASTER-EOF.
           PERFORM READ-MASTER-RECORD
               UNTIL MASTER-AT-EOF.

           CLOSE CUSTOMER-MASTER-FILE.

           IF WS-CU-USED >= 5000
               DISPLAY "WARNING: customer table full at 5000 - "
                   "customers past it were not scanned"
           END-IF.

       READ-MASTER-RECORD.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF WS-CU-USED < 5000
                       PERFORM TABLE-ONE-CUSTOMER
                   END-IF
           END-READ.

       TABLE-ONE-CUSTOMER.
           ADD 1 TO WS-CU-USED.
           MOVE WS-CU-USED TO WS-CU-IX.
           MOVE CM-CUSTOMER-ID TO WS-CU-ID(WS-CU-IX).
           MOVE CM-CUST-NAME TO WS-CU-NAME(WS-CU-IX).
           MOVE WS-CU-IX TO WS-CU-PARENT(WS-CU-IX).
           MOVE WS-CU-IX TO WS-CU-ROOT(WS-CU-IX).
           MOVE 0 TO WS-CU-SIZE(WS-CU-IX).
           MOVE 0 TO WS-CU-EXPOSURE(WS-CU-IX).
           MOVE 0 TO WS-CU-OPEN-CASES(WS-CU-IX).
           MOVE SPACES TO WS-CU-RING-CASE(WS-CU-IX).
           MOVE FUNCTION UPPER-CASE(CM-POSTAL-CODE)
               TO WS-CU-POSTAL(WS-CU-IX).

           PERFORM NORMALIZE-PHONE.
           MOVE WS-PHONE-DIGITS TO WS-CU-PHONE(WS-CU-IX).

           PERFORM EXTRACT-SURNAME.

       NORMALIZE-PHONE.
      *> Digits only, so "+40 721-000-111" and "40721000111" match;
      *> fewer than seven digits is a placeholder, not a phone.
           MOVE SPACES TO WS-PHONE-DIGITS.
           MOVE 0 TO WS-DIGIT-COUNT.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 15
               IF CM-PHONE(WS-CHAR-IX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE CM-PHONE(WS-CHAR-IX:1)
                       TO WS-PHONE-DIGITS(WS-DIGIT-COUNT:1)
               END-IF
           END-PERFORM.
           IF WS-DIGIT-COUNT < 7
               MOVE SPACES TO WS-PHONE-DIGITS
           END-IF.

       EXTRACT-SURNAME.
      *> The surname is the last word of the name, upper-cased.
           MOVE SPACES TO WS-CU-SURNAME(WS-CU-IX).
           MOVE FUNCTION UPPER-CASE(CM-CUST-NAME) TO WS-NAME-UPPER.
           PERFORM VARYING WS-CHAR-IX FROM 50 BY -1
               UNTIL WS-CHAR-IX < 1
               OR WS-NAME-UPPER(WS-CHAR-IX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-CHAR-IX < 1
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHAR-IX TO WS-NAME-END.

           PERFORM VARYING WS-CHAR-IX FROM WS-NAME-END BY -1
               UNTIL WS-CHAR-IX < 1
               OR WS-NAME-UPPER(WS-CHAR-IX:1) = SPACE
               CONTINUE
           END-PERFORM.
           COMPUTE WS-NAME-START = WS-CHAR-IX + 1.

           MOVE WS-NAME-UPPER(WS-NAME-START:
               WS-NAME-END - WS-NAME-START + 1)
               TO WS-CU-SURNAME(WS-CU-IX).

       LOAD-RING-REGISTER.
      *> Mark every customer already raised as part of a ring.
           OPEN INPUT RING-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-REGISTER-EOF.
           PERFORM READ-REGISTER-RECORD
               UNTIL REGISTER-AT-EOF.

           CLOSE RING-REGISTER-FILE.

       READ-REGISTER-RECORD.
           READ RING-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   MOVE IR-CUSTOMER-ID TO WS-SEARCH-ID
                   PERFORM FIND-CUSTOMER
                   IF WS-CU-HIT > 0
                       MOVE IR-CASE-NUMBER
                           TO WS-CU-RING-CASE(WS-CU-HIT)
                   END-IF
           END-READ.

       SCAN-LOAN-BOOK.
      *> Every loan not PAID adds to its borrower's exposure; a
      *> co-applicant who is also a customer links the two.
           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LOAN-BOOK-EOF.
           PERFORM READ-LOAN-BOOK-RECORD
               UNTIL LOAN-BOOK-AT-EOF.

           CLOSE LOAN-BOOK-FILE.

       READ-LOAN-BOOK-RECORD.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   PERFORM TALLY-ONE-LOAN
           END-READ.

       TALLY-ONE-LOAN.
           MOVE LB-CUSTOMER-ID TO WS-SEARCH-ID.
           PERFORM FIND-CUSTOMER.
           IF WS-CU-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CU-HIT TO WS-LINK-A.

           IF LB-STATUS NOT = "PAID"
               MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
                   TO WS-LOAN-AMOUNT
               ADD WS-LOAN-AMOUNT TO WS-CU-EXPOSURE(WS-LINK-A)
           END-IF.

           IF LB-COAPPLICANT-ID = SPACES
               OR LB-COAPPLICANT-ID = LB-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE LB-COAPPLICANT-ID TO WS-SEARCH-ID.
           PERFORM FIND-CUSTOMER.
           IF WS-CU-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CU-HIT TO WS-LINK-B.

      *> The same pair on a second loan is the same link.
           MOVE "N" TO WS-LK-DUPLICATE.
           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LK-USED OR WS-LK-DUPLICATE = "Y"
               IF WS-LK-TYPE(WS-LK-IX) = "CO-APPLICANT"
                   AND ((WS-LK-FROM(WS-LK-IX) = WS-LINK-A
                       AND WS-LK-TO(WS-LK-IX) = WS-LINK-B)
                   OR (WS-LK-FROM(WS-LK-IX) = WS-LINK-B
                       AND WS-LK-TO(WS-LK-IX) = WS-LINK-A))
                   MOVE "Y" TO WS-LK-DUPLICATE
               END-IF
           END-PERFORM.
           IF WS-LK-DUPLICATE = "N"
               MOVE "CO-APPLICANT" TO WS-LINK-TYPE
               PERFORM JOIN-CUSTOMERS
           END-IF.

       LINK-SHARED-PHONES.
      *> Linking each customer to the first earlier customer with
      *> the same phone is enough - the earlier ones are already
      *> joined to each other.
           PERFORM VARYING WS-CU-IX FROM 2 BY 1
               UNTIL WS-CU-IX > WS-CU-USED
               IF WS-CU-PHONE(WS-CU-IX) NOT = SPACES
                   MOVE 0 TO WS-CU-HIT
                   PERFORM VARYING WS-CU-JX FROM 1 BY 1
                       UNTIL WS-CU-JX >= WS-CU-IX OR WS-CU-HIT > 0
                       IF WS-CU-PHONE(WS-CU-JX) = WS-CU-PHONE(WS-CU-IX)
                           MOVE WS-CU-JX TO WS-CU-HIT
                       END-IF
                   END-PERFORM
                   IF WS-CU-HIT > 0
                       MOVE WS-CU-IX TO WS-LINK-A
                       MOVE WS-CU-HIT TO WS-LINK-B
                       MOVE "PHONE" TO WS-LINK-TYPE
                       PERFORM JOIN-CUSTOMERS
                   END-IF
               END-IF
           END-PERFORM.

       LINK-SHARED-POSTAL-SURNAME.
           PERFORM VARYING WS-CU-IX FROM 2 BY 1
               UNTIL WS-CU-IX > WS-CU-USED
               IF WS-CU-POSTAL(WS-CU-IX) NOT = SPACES
                   AND WS-CU-SURNAME(WS-CU-IX) NOT = SPACES
                   MOVE 0 TO WS-CU-HIT
                   PERFORM VARYING WS-CU-JX FROM 1 BY 1
                       UNTIL WS-CU-JX >= WS-CU-IX OR WS-CU-HIT > 0
                       IF WS-CU-POSTAL(WS-CU-JX)
                           = WS-CU-POSTAL(WS-CU-IX)
                           AND WS-CU-SURNAME(WS-CU-JX)
                           = WS-CU-SURNAME(WS-CU-IX)
                           MOVE WS-CU-JX TO WS-CU-HIT
                       END-IF
                   END-PERFORM
                   IF WS-CU-HIT > 0
                       MOVE WS-CU-IX TO WS-LINK-A
                       MOVE WS-CU-HIT TO WS-LINK-B
                       MOVE "POSTAL+NAME" TO WS-LINK-TYPE
                       PERFORM JOIN-CUSTOMERS
                   END-IF
               END-IF
           END-PERFORM.

       JOIN-CUSTOMERS.
      *> Record the link, then merge the two clusters under the
      *> lower-numbered head.
           IF WS-LK-USED < 10000
               ADD 1 TO WS-LK-USED
               MOVE WS-LINK-A TO WS-LK-FROM(WS-LK-USED)
               MOVE WS-LINK-B TO WS-LK-TO(WS-LK-USED)
               MOVE WS-LINK-TYPE TO WS-LK-TYPE(WS-LK-USED)
           END-IF.

           MOVE WS-LINK-A TO WS-FIND-IX.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT-IX TO WS-ROOT-A.
           MOVE WS-LINK-B TO WS-FIND-IX.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT-IX TO WS-ROOT-B.

           IF WS-ROOT-A < WS-ROOT-B
               MOVE WS-ROOT-A TO WS-CU-PARENT(WS-ROOT-B)
           END-IF.
           IF WS-ROOT-B < WS-ROOT-A
               MOVE WS-ROOT-B TO WS-CU-PARENT(WS-ROOT-A)
           END-IF.

       FIND-ROOT.
           MOVE WS-FIND-IX TO WS-ROOT-IX.
           PERFORM UNTIL WS-CU-PARENT(WS-ROOT-IX) = WS-ROOT-IX
               MOVE WS-CU-PARENT(WS-ROOT-IX) TO WS-ROOT-IX
           END-PERFORM.

       FIND-CUSTOMER.
           MOVE 0 TO WS-CU-HIT.
           PERFORM VARYING WS-CU-JX FROM 1 BY 1
               UNTIL WS-CU-JX > WS-CU-USED OR WS-CU-HIT > 0
               IF WS-CU-ID(WS-CU-JX) = WS-SEARCH-ID
                   MOVE WS-CU-JX TO WS-CU-HIT
               END-IF
           END-PERFORM.

       COUNT-OPEN-CASES.
           OPEN INPUT CASE-QUEUE-FILE.
           IF WS-CASE-STATUS NOT = "00"
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
                   IF CQ-STATUS NOT = "CLOSED"
                       MOVE CQ-CUSTOMER-ID TO WS-SEARCH-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-CU-HIT > 0
                           ADD 1 TO WS-CU-OPEN-CASES(WS-CU-HIT)
                       END-IF
                   END-IF
           END-READ.

       RESOLVE-CLUSTERS.
      *> Settle every customer's cluster head and size the clusters.
           PERFORM VARYING WS-CU-IX FROM 1 BY 1
               UNTIL WS-CU-IX > WS-CU-USED
               MOVE WS-CU-IX TO WS-FIND-IX
               PERFORM FIND-ROOT
               MOVE WS-ROOT-IX TO WS-CU-ROOT(WS-CU-IX)
               ADD 1 TO WS-CU-SIZE(WS-ROOT-IX)
           END-PERFORM.

       REPORT-ONE-CLUSTER.
      *> WS-CU-IX is the cluster head.
           MOVE 0 TO WS-RING-EXPOSURE.
           MOVE 0 TO WS-RING-OPEN-CASES.
           MOVE 0 TO WS-RING-REGISTERED.
           PERFORM VARYING WS-CU-JX FROM WS-CU-IX BY 1
               UNTIL WS-CU-JX > WS-CU-USED
               IF WS-CU-ROOT(WS-CU-JX) = WS-CU-IX
                   ADD WS-CU-EXPOSURE(WS-CU-JX) TO WS-RING-EXPOSURE
                   ADD WS-CU-OPEN-CASES(WS-CU-JX)
                       TO WS-RING-OPEN-CASES
                   IF WS-CU-RING-CASE(WS-CU-JX) NOT = SPACES
                       ADD 1 TO WS-RING-REGISTERED
                   END-IF
               END-IF
           END-PERFORM.

      *> Everyone already on the register: raised before, and
      *> nothing new to say about it.
           IF WS-RING-REGISTERED = WS-CU-SIZE(WS-CU-IX)
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CLUSTER-COUNT.
           ADD WS-CU-SIZE(WS-CU-IX) TO WS-LINKED-CUSTOMERS.
           MOVE WS-CLUSTER-COUNT TO WS-RING-SEQ.

           IF WS-CU-SIZE(WS-CU-IX) >= WS-RAISE-SIZE
               PERFORM OPEN-RING-CASE
           ELSE
               MOVE "BELOW RAISE SIZE" TO WS-RING-ACTION
           END-IF.

           MOVE SPACES TO RING-REPORT-RECORD.
           WRITE RING-REPORT-RECORD.
           MOVE WS-CU-SIZE(WS-CU-IX) TO WS-SMALL-DISPLAY.
           MOVE WS-RING-EXPOSURE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "RING " WS-RING-SEQ "  MEMBERS " WS-SMALL-DISPLAY
               "  EXPOSURE " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.
           MOVE WS-RING-OPEN-CASES TO WS-SMALL-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "          OPEN FRAUD CASES " WS-SMALL-DISPLAY
               "  " WS-RING-ACTION
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

           PERFORM VARYING WS-CU-JX FROM WS-CU-IX BY 1
               UNTIL WS-CU-JX > WS-CU-USED
               IF WS-CU-ROOT(WS-CU-JX) = WS-CU-IX
                   PERFORM WRITE-MEMBER-LINE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LK-IX FROM 1 BY 1
               UNTIL WS-LK-IX > WS-LK-USED
               IF WS-CU-ROOT(WS-LK-FROM(WS-LK-IX)) = WS-CU-IX
                   PERFORM WRITE-LINK-LINE
               END-IF
           END-PERFORM.

       WRITE-MEMBER-LINE.
           MOVE WS-CU-EXPOSURE(WS-CU-JX) TO WS-AMOUNT-DISPLAY.
           MOVE WS-CU-OPEN-CASES(WS-CU-JX) TO WS-SMALL-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "  MEMBER " WS-CU-ID(WS-CU-JX) " "
               WS-CU-NAME(WS-CU-JX) " " WS-AMOUNT-DISPLAY
               " CASES " WS-SMALL-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

       WRITE-LINK-LINE.
           MOVE WS-LK-FROM(WS-LK-IX) TO WS-CU-HIT.
           MOVE SPACES TO WS-LINK-DETAIL.
           EVALUATE WS-LK-TYPE(WS-LK-IX)
               WHEN "PHONE"
                   MOVE WS-CU-PHONE(WS-CU-HIT) TO WS-LINK-DETAIL
               WHEN "POSTAL+NAME"
                   STRING FUNCTION TRIM(WS-CU-POSTAL(WS-CU-HIT))
                       " " FUNCTION TRIM(WS-CU-SURNAME(WS-CU-HIT))
                       DELIMITED BY SIZE INTO WS-LINK-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE "ON A LOAN" TO WS-LINK-DETAIL
           END-EVALUATE.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "  LINK   " WS-CU-ID(WS-LK-FROM(WS-LK-IX)) " - "
               WS-CU-ID(WS-LK-TO(WS-LK-IX)) " "
               WS-LK-TYPE(WS-LK-IX) " " WS-LINK-DETAIL
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

       OPEN-RING-CASE.
      *> The case-number counter and the queue append run under the
      *> same lock FRAUD-CHECK's case opening takes. A denied lock
      *> leaves the ring off the register, so next week's scan
      *> raises it.
           MOVE FCP-CASE-QUEUE TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               MOVE "NOT RAISED - QUEUE LOCKED" TO WS-RING-ACTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM ISSUE-NEXT-CASE-NUMBER.

           OPEN EXTEND CASE-QUEUE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-QUEUE-FILE
           END-IF.

      *> The wider the ring, the higher its case sorts.
           IF WS-CU-SIZE(WS-CU-IX) >= 10
               MOVE 100 TO WS-RING-SCORE
           ELSE
               COMPUTE WS-RING-SCORE = WS-CU-SIZE(WS-CU-IX) * 10
           END-IF.
           MOVE WS-RING-EXPOSURE TO WS-AMOUNT-STR.

           MOVE WS-RING-TIMESTAMP TO CQ-TIMESTAMP.
           MOVE WS-CU-ID(WS-CU-IX) TO CQ-CUSTOMER-ID.
           MOVE WS-AMOUNT-STR TO CQ-TXN-AMOUNT-STR.
           MOVE "IDENTITY_RING" TO CQ-FRAUD-FLAGS.
           MOVE WS-RING-SCORE TO CQ-FRAUD-SCORE-STR.
           MOVE "REVIEW " TO CQ-RECOMMEND.
           MOVE WS-NEXT-CASE-NUMBER TO CQ-CASE-NUMBER.
           MOVE "OPEN" TO CQ-STATUS.
           MOVE SPACES TO CQ-ANALYST-ID.
           MOVE SPACES TO CQ-PRIORITY.
           WRITE CASE-QUEUE-RECORD.

           CLOSE CASE-QUEUE-FILE.

           PERFORM RELEASE-FILE-LOCK.

           PERFORM REGISTER-RING-MEMBERS.

           ADD 1 TO WS-RAISED-COUNT.
           MOVE SPACES TO WS-RING-ACTION.
           STRING "CASE " CQ-CASE-NUMBER " OPENED"
               DELIMITED BY SIZE INTO WS-RING-ACTION
           END-STRING.
           DISPLAY "Ring case " CQ-CASE-NUMBER " opened for "
               WS-CU-ID(WS-CU-IX) " and "
               WS-CU-SIZE(WS-CU-IX) " linked customers".

           MOVE WS-CU-ID(WS-CU-IX) TO WS-AUDIT-ID.
           MOVE "IDENTITY_RING" TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
           STRING "CASE " CQ-CASE-NUMBER " MEMBERS "
               WS-CU-SIZE(WS-CU-IX)
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-STRING.
           PERFORM LOG-AUDIT-TRAIL.

       REGISTER-RING-MEMBERS.
      *> Every member goes on the register under the new case, so
      *> the ring is not raised again until someone new joins it.
           MOVE FCP-RING-REGISTER TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.
           IF NOT FLK-LOCK-HELD
               DISPLAY "WARNING: id-ring-register.dat is locked - "
                   "case " CQ-CASE-NUMBER " members not registered"
               ADD 1 TO WS-UNREGISTERED-COUNT
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND RING-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT RING-REGISTER-FILE
           END-IF.

           PERFORM VARYING WS-CU-JX FROM WS-CU-IX BY 1
               UNTIL WS-CU-JX > WS-CU-USED
               IF WS-CU-ROOT(WS-CU-JX) = WS-CU-IX
                   MOVE CQ-CASE-NUMBER TO IR-CASE-NUMBER
                   MOVE WS-CU-ID(WS-CU-JX) TO IR-CUSTOMER-ID
                   MOVE BDT-BUSINESS-DATE TO IR-RAISED-DATE
                   WRITE RING-REGISTER-RECORD
                   MOVE CQ-CASE-NUMBER TO WS-CU-RING-CASE(WS-CU-JX)
               END-IF
           END-PERFORM.

           CLOSE RING-REGISTER-FILE.

           PERFORM RELEASE-FILE-LOCK.

       ISSUE-NEXT-CASE-NUMBER.
      *> Case numbers come off the same one-record counter file
      *> FRAUD-CHECK issues from, so ring cases share the one
      *> sequence analysts already work with.
           MOVE 0 TO WS-NEXT-CASE-NUMBER.
           OPEN INPUT CASE-NUMBER-FILE.
           IF WS-CASE-NUMBER-STATUS = "00"
               READ CASE-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(CN-LAST-NUMBER-STR)
                           TO WS-NEXT-CASE-NUMBER
               END-READ
               CLOSE CASE-NUMBER-FILE
           END-IF.

           ADD 1 TO WS-NEXT-CASE-NUMBER.
           MOVE WS-NEXT-CASE-NUMBER TO CN-LAST-NUMBER-STR.

           OPEN OUTPUT CASE-NUMBER-FILE.
           WRITE CASE-NUMBER-RECORD.
           CLOSE CASE-NUMBER-FILE.

       BUILD-RING-TIMESTAMP.
      *> Ring cases carry a transaction-style timestamp for the run
      *> moment, so the case aging report ages them like any other
      *> case.
           MOVE SPACES TO WS-RING-TIMESTAMP.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
               FUNCTION CURRENT-DATE(5:2) "-"
               FUNCTION CURRENT-DATE(7:2) "T"
               FUNCTION CURRENT-DATE(9:2) ":"
               FUNCTION CURRENT-DATE(11:2) ":"
               FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RING-TIMESTAMP
           END-STRING.

       WRITE-SCAN-TOTALS.
           MOVE SPACES TO RING-REPORT-RECORD.
           WRITE RING-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO RING-REPORT-RECORD.
           WRITE RING-REPORT-RECORD.

           MOVE WS-CU-USED TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "Customers scanned:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

           MOVE WS-CLUSTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "Clusters reported:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

           MOVE WS-LINKED-CUSTOMERS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "Customers in them:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

           MOVE WS-RAISED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "IDENTITY_RING cases:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RING-REPORT-RECORD.
           STRING "Raised before, not shown: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RING-REPORT-RECORD
           END-STRING.
           WRITE RING-REPORT-RECORD.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail.
           MOVE FUNCTION CURRENT-DATE TO AT-TIMESTAMP.
           MOVE BDT-BUSINESS-DATE TO AT-TIMESTAMP(1:8).
           MOVE "ID-RING-SCAN" TO AT-PROGRAM-NAME.
           MOVE WS-AUDIT-ID TO AT-CUSTOMER-ID.
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
