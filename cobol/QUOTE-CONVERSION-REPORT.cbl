       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-CONVERSION-REPORT.
       AUTHOR. Thesis Project.

      *> QUOTE-CONVERSION-REPORT.cbl
      *> Pre-Qualification Quote Conversion Report
      *>
      *> Reads loan-quotes.dat, where LOAN-PROCESS -QUOTE files every
      *> eligible quote, and shows by loan product how many quotes
      *> were given and what became of them: APPLIED (an application
      *> claimed the quote - BOOKED plus the ones declined on full
      *> application), BOOKED (a loan was booked on it), EXPIRED
      *> (never claimed and past its expiry as of the business date),
      *> and OPEN (still live). The two rates are applications and
      *> bookings as a percentage of quotes given, so marketing can
      *> see which products' quotes turn into business.
      *>
      *> Invocation: QUOTE-CONVERSION-REPORT [YYYYMM]
      *> Example: ./quote-conversion-report 202609
      *>   With a period, only quotes issued in that month are
      *>   counted; without one, every quote on file is.
      *>
      *> Output: quote-conversion-report.txt
      *>
      *> Product lines are labelled with the product name in force on
      *> product-catalog.dat as of the business date, or the raw code
      *> when the catalog does not carry it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONFIG-FILE ASSIGN TO FCP-CONFIG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT PRODUCT-CATALOG-FILE ASSIGN TO FCP-PRODUCT-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

           SELECT QUOTE-FILE ASSIGN TO FCP-LOAN-QUOTES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO "quote-conversion-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  PRODUCT-CATALOG-FILE.
           COPY "PRODUCT-REC.cpy".

       FD  QUOTE-FILE.
           COPY "QUOTE-REC.cpy".

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

      *> Quotes file scan work fields
       01  WS-QUOTE-STATUS               PIC XX VALUE SPACES.
       01  WS-QUOTE-EOF                  PIC X VALUE "N".
           88  QUOTE-AT-EOF              VALUE "Y".

      *> Period selection - spaces counts every quote on file
       01  WS-PERIOD                     PIC X(6) VALUE SPACES.

      *> Per-product outcome table, filled as products are seen
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 20 TIMES.
               10  WS-PRODUCT-CODE       PIC X(4).
               10  WS-PRODUCT-QUOTED     PIC 9(6).
               10  WS-PRODUCT-APPLIED    PIC 9(6).
               10  WS-PRODUCT-BOOKED     PIC 9(6).
               10  WS-PRODUCT-EXPIRED    PIC 9(6).
               10  WS-PRODUCT-OPEN       PIC 9(6).
       01  WS-PRODUCT-USED               PIC 9(2) VALUE 0.
       01  WS-PRODUCT-HIT                PIC 9(2) VALUE 0.
       01  WS-PRODUCT-IX                 PIC 9(2) VALUE 0.

      *> Whole-file totals
       01  WS-TOTAL-QUOTED               PIC 9(6) VALUE 0.
       01  WS-TOTAL-APPLIED              PIC 9(6) VALUE 0.
       01  WS-TOTAL-BOOKED               PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXPIRED              PIC 9(6) VALUE 0.
       01  WS-TOTAL-OPEN                 PIC 9(6) VALUE 0.

      *> One report line's inputs, filled in before
      *> PERFORM WRITE-ONE-PRODUCT-LINE.
       01  WS-LINE-LABEL                 PIC X(20) VALUE SPACES.
       01  WS-LINE-QUOTED                PIC 9(6) VALUE 0.
       01  WS-LINE-APPLIED               PIC 9(6) VALUE 0.
       01  WS-LINE-BOOKED                PIC 9(6) VALUE 0.
       01  WS-LINE-EXPIRED               PIC 9(6) VALUE 0.
       01  WS-LINE-OPEN                  PIC 9(6) VALUE 0.

      *> Report display work fields
       01  WS-QUOTED-DISPLAY             PIC ZZZ,ZZ9.
       01  WS-APPLIED-DISPLAY            PIC ZZZ,ZZ9.
       01  WS-BOOKED-DISPLAY             PIC ZZZ,ZZ9.
       01  WS-EXPIRED-DISPLAY            PIC ZZZ,ZZ9.
       01  WS-OPEN-DISPLAY               PIC ZZZ,ZZ9.
       01  WS-APPLY-PCT                  PIC 9(3)V9 VALUE 0.
       01  WS-BOOK-PCT                   PIC 9(3)V9 VALUE 0.
       01  WS-APPLY-PCT-DISPLAY          PIC ZZ9.9.
       01  WS-BOOK-PCT-DISPLAY           PIC ZZ9.9.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Effective-dated loan product catalog lookup (what each
      *> purpose code may be lent for, and on what terms)
           COPY "PRODUCT-CATALOG-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "QUOTE CONVERSION REPORT".
           DISPLAY "========================================".

           ACCEPT WS-PERIOD FROM COMMAND-LINE.
           IF WS-PERIOD NOT = SPACES
               AND (WS-PERIOD IS NOT NUMERIC
                   OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12")
               DISPLAY "ERROR: Period must be YYYYMM"
               DISPLAY "Usage: QUOTE-CONVERSION-REPORT [YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-PRODUCT-TABLE.

           PERFORM SCAN-QUOTES.

           PERFORM WRITE-CONVERSION-REPORT.

           DISPLAY "Report written to quote-conversion-report.txt".
           DISPLAY "========================================".

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SCAN-QUOTES.
           OPEN INPUT QUOTE-FILE.
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "No quotes on file - nothing to report."
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-QUOTE-EOF.
           PERFORM READ-QUOTE-RECORD
               UNTIL QUOTE-AT-EOF.

           CLOSE QUOTE-FILE.

       READ-QUOTE-RECORD.
           READ QUOTE-FILE
               AT END
                   MOVE "Y" TO WS-QUOTE-EOF
               NOT AT END
                   IF WS-PERIOD = SPACES
                       OR QT-ISSUED-DATE(1:6) = WS-PERIOD
                       PERFORM TALLY-ONE-QUOTE
                   END-IF
           END-READ.

       TALLY-ONE-QUOTE.
      *> Find (or create) the product's slot, then count the quote
      *> under the one outcome it has reached.
           MOVE 0 TO WS-PRODUCT-HIT.
           PERFORM MATCH-PRODUCT-SLOT
               VARYING WS-PRODUCT-IX FROM 1 BY 1
               UNTIL WS-PRODUCT-IX > WS-PRODUCT-USED
               OR WS-PRODUCT-HIT > 0.

           IF WS-PRODUCT-HIT = 0
               IF WS-PRODUCT-USED < 20
                   ADD 1 TO WS-PRODUCT-USED
                   MOVE WS-PRODUCT-USED TO WS-PRODUCT-HIT
                   MOVE QT-PRODUCT-CODE
                       TO WS-PRODUCT-CODE(WS-PRODUCT-HIT)
               ELSE
                   DISPLAY "WARNING: more than 20 products - quote "
                       QT-QUOTE-REF " left out of the product lines"
               END-IF
           END-IF.

           ADD 1 TO WS-TOTAL-QUOTED.
           IF WS-PRODUCT-HIT > 0
               ADD 1 TO WS-PRODUCT-QUOTED(WS-PRODUCT-HIT)
           END-IF.

           EVALUATE TRUE
               WHEN QT-STATUS = "BOOKED"
                   ADD 1 TO WS-TOTAL-APPLIED
                   ADD 1 TO WS-TOTAL-BOOKED
                   IF WS-PRODUCT-HIT > 0
                       ADD 1 TO WS-PRODUCT-APPLIED(WS-PRODUCT-HIT)
                       ADD 1 TO WS-PRODUCT-BOOKED(WS-PRODUCT-HIT)
                   END-IF
               WHEN QT-STATUS = "DECLINED"
                   ADD 1 TO WS-TOTAL-APPLIED
                   IF WS-PRODUCT-HIT > 0
                       ADD 1 TO WS-PRODUCT-APPLIED(WS-PRODUCT-HIT)
                   END-IF
               WHEN QT-EXPIRY-DATE < BDT-BUSINESS-DATE
                   ADD 1 TO WS-TOTAL-EXPIRED
                   IF WS-PRODUCT-HIT > 0
                       ADD 1 TO WS-PRODUCT-EXPIRED(WS-PRODUCT-HIT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-OPEN
                   IF WS-PRODUCT-HIT > 0
                       ADD 1 TO WS-PRODUCT-OPEN(WS-PRODUCT-HIT)
                   END-IF
           END-EVALUATE.

       MATCH-PRODUCT-SLOT.
           IF WS-PRODUCT-CODE(WS-PRODUCT-IX) = QT-PRODUCT-CODE
               MOVE WS-PRODUCT-IX TO WS-PRODUCT-HIT
           END-IF.

       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT CONVERSION-REPORT-FILE.

           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           STRING "QUOTE CONVERSION BY PRODUCT - AS OF "
               BDT-BUSINESS-DATE
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING.
           WRITE CONVERSION-REPORT-RECORD.

           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           IF WS-PERIOD = SPACES
               MOVE "Quotes issued: all on file"
                   TO CONVERSION-REPORT-RECORD
           ELSE
               STRING "Quotes issued in: " WS-PERIOD
                   DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE CONVERSION-REPORT-RECORD.
           MOVE "----------------------------------------"
               TO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.

           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           STRING "  PRODUCT               QUOTED APPLIED  BOOKED"
               " EXPIRED    OPEN  APPLY%   BOOK%"
               DELIMITED BY SIZE INTO CONVERSION-REPORT-RECORD
           END-STRING.
           WRITE CONVERSION-REPORT-RECORD.

           PERFORM WRITE-PRODUCT-ENTRY
               VARYING WS-PRODUCT-IX FROM 1 BY 1
               UNTIL WS-PRODUCT-IX > WS-PRODUCT-USED.

           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           WRITE CONVERSION-REPORT-RECORD.
           MOVE "ALL PRODUCTS" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-QUOTED TO WS-LINE-QUOTED.
           MOVE WS-TOTAL-APPLIED TO WS-LINE-APPLIED.
           MOVE WS-TOTAL-BOOKED TO WS-LINE-BOOKED.
           MOVE WS-TOTAL-EXPIRED TO WS-LINE-EXPIRED.
           MOVE WS-TOTAL-OPEN TO WS-LINE-OPEN.
           PERFORM WRITE-ONE-PRODUCT-LINE.

           CLOSE CONVERSION-REPORT-FILE.

       WRITE-PRODUCT-ENTRY.
           MOVE WS-PRODUCT-CODE(WS-PRODUCT-IX) TO PRD-PRODUCT-CODE.
           PERFORM LOOKUP-PRODUCT.
           IF PRODUCT-IN-FORCE AND PRD-PRODUCT-NAME NOT = SPACES
               MOVE PRD-PRODUCT-NAME TO WS-LINE-LABEL
           ELSE
               MOVE WS-PRODUCT-CODE(WS-PRODUCT-IX) TO WS-LINE-LABEL
           END-IF.
           MOVE WS-PRODUCT-QUOTED(WS-PRODUCT-IX) TO WS-LINE-QUOTED.
           MOVE WS-PRODUCT-APPLIED(WS-PRODUCT-IX) TO WS-LINE-APPLIED.
           MOVE WS-PRODUCT-BOOKED(WS-PRODUCT-IX) TO WS-LINE-BOOKED.
           MOVE WS-PRODUCT-EXPIRED(WS-PRODUCT-IX) TO WS-LINE-EXPIRED.
           MOVE WS-PRODUCT-OPEN(WS-PRODUCT-IX) TO WS-LINE-OPEN.
           PERFORM WRITE-ONE-PRODUCT-LINE.

       WRITE-ONE-PRODUCT-LINE.
      *> No quotes means nothing to take a rate of - leave both rates
      *> at zero rather than dividing by zero.
           IF WS-LINE-QUOTED > 0
               COMPUTE WS-APPLY-PCT ROUNDED =
                   WS-LINE-APPLIED * 100 / WS-LINE-QUOTED
               COMPUTE WS-BOOK-PCT ROUNDED =
                   WS-LINE-BOOKED * 100 / WS-LINE-QUOTED
           ELSE
               MOVE 0 TO WS-APPLY-PCT
               MOVE 0 TO WS-BOOK-PCT
           END-IF.

           MOVE WS-LINE-QUOTED TO WS-QUOTED-DISPLAY.
           MOVE WS-LINE-APPLIED TO WS-APPLIED-DISPLAY.
           MOVE WS-LINE-BOOKED TO WS-BOOKED-DISPLAY.
           MOVE WS-LINE-EXPIRED TO WS-EXPIRED-DISPLAY.
           MOVE WS-LINE-OPEN TO WS-OPEN-DISPLAY.
           MOVE WS-APPLY-PCT TO WS-APPLY-PCT-DISPLAY.
           MOVE WS-BOOK-PCT TO WS-BOOK-PCT-DISPLAY.
           MOVE SPACES TO CONVERSION-REPORT-RECORD.
           STRING "  " WS-LINE-LABEL DELIMITED BY SIZE
               " " WS-QUOTED-DISPLAY DELIMITED BY SIZE
               " " WS-APPLIED-DISPLAY DELIMITED BY SIZE
               " " WS-BOOKED-DISPLAY DELIMITED BY SIZE
               " " WS-EXPIRED-DISPLAY DELIMITED BY SIZE
               " " WS-OPEN-DISPLAY DELIMITED BY SIZE
               "  " WS-APPLY-PCT-DISPLAY "%" DELIMITED BY SIZE
               "  " WS-BOOK-PCT-DISPLAY "%" DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           END-STRING.
           WRITE CONVERSION-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "PRODUCT-CATALOG-PARA.cpy".
