      *>
      *> Scans the ACTIVE book on loan-book-master.dat together with
      *> the shared customer master and breaks it down four ways -
      *> loan product, term band, rate band, and the same customer
      *> segment CUSTOMER-LOOKUP's ASSIGN-CUSTOMER-SEGMENT derives -
      *> with counts, totals, and percentage of book for each bucket,
      *> so the credit committee can see concentration instead of the
      *> A loan whose customer has no master record is reported in the
      *> UNKNOWN segment rather than dropped, so the segment section
      *> still totals to the whole book.
      *>
      *> Product buckets are labelled with the product name in force
      *> on product-catalog.dat as of the business date; a purpose
      *> code the catalog does not carry is labelled with the raw
      *> code so the section still totals to the whole book.
      *>
      *> A last section ranks the twenty largest related groups -
      *> borrowers joined through ACTIVE links on
      *> related-party-register.dat, the groups LOAN-PROCESS holds
      *> to the single-obligor limit - by their share of the ACTIVE
      *> book. A borrower with no links is a group of one, labelled
      *> by the lowest customer ID in the group.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FCP-CONFIG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO FCP-BUSINESS-DATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT PRODUCT-CATALOG-FILE ASSIGN TO FCP-PRODUCT-CATALOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-FILE-STATUS.

           SELECT LOAN-BOOK-FILE ASSIGN TO FCP-LOAN-BOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS CM-EMAIL WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RELATED-PARTY-FILE ASSIGN TO FCP-RELATED-PARTIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPG-FILE-STATUS.

           SELECT PORTFOLIO-REPORT-FILE
               ASSIGN TO "portfolio-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  FILE-CONFIG-FILE.
       01  FILE-CONFIG-RECORD            PIC X(250).

       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  PRODUCT-CATALOG-FILE.
           COPY "PRODUCT-REC.cpy".

       FD  LOAN-BOOK-FILE.
           COPY "LOAN-BOOK-REC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTOMER-MASTER-REC.cpy".

       FD  RELATED-PARTY-FILE.
           COPY "RELATED-PARTY-REC.cpy".

       FD  PORTFOLIO-REPORT-FILE.
       01  PORTFOLIO-REPORT-RECORD       PIC X(80).


       01  WS-BAND-IX                    PIC 9(2) VALUE 0.

      *> Related-group concentration: one fill-as-seen slot per
      *> group, keyed by the group's label, and the pick flags the
      *> top-20 selection sets as it goes.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 2000 TIMES.
               10  WS-GROUP-ID           PIC X(10).
               10  WS-GROUP-MEMBERS      PIC 9(3).
               10  WS-GROUP-COUNT        PIC 9(6).
               10  WS-GROUP-TOTAL        PIC 9(12)V99.
               10  WS-GROUP-PICKED       PIC X.
       01  WS-GROUP-USED                 PIC 9(4) VALUE 0.
       01  WS-GROUP-MAX                  PIC 9(4) VALUE 2000.
       01  WS-GROUP-IX                   PIC 9(4) VALUE 0.
       01  WS-GROUP-BEST                 PIC 9(4) VALUE 0.
       01  WS-GROUP-HIT                  PIC X VALUE "N".
       01  WS-GROUP-DROPPED              PIC 9(6) VALUE 0.
       01  WS-GROUP-RANK                 PIC 9(2) VALUE 0.
       01  WS-MEMBERS-DISPLAY            PIC ZZ9.

      *> Report display work fields
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> One report line's inputs, filled in before
      *> PERFORM WRITE-ONE-BUCKET-LINE.
       01  WS-LINE-LABEL                 PIC X(20) VALUE SPACES.
       01  WS-LINE-COUNT                 PIC 9(6) VALUE 0.
       01  WS-LINE-TOTAL                 PIC 9(12)V99 VALUE 0.

      *> Suite business date (distinct from the machine clock;
      *> EOD-CLOSE advances it once per day)
           COPY "BUSINESS-DATE-WS.cpy".

      *> Effective-dated loan product catalog lookup (what each
      *> purpose code may be lent for, and on what terms)
           COPY "PRODUCT-CATALOG-WS.cpy".

      *> Related-party group lookup (everyone reachable through
      *> ACTIVE links, one obligor for concentration)
           COPY "RELATED-PARTY-WS.cpy".

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           COPY "FILE-CONFIG-WS.cpy".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           PERFORM LOAD-BUSINESS-DATE.

           DISPLAY "========================================".
           DISPLAY "LOAN PORTFOLIO COMPOSITION REPORT".
           DISPLAY "========================================".

           INITIALIZE WS-PURPOSE-TABLE WS-TERM-BANDS WS-RATE-BANDS
               WS-SEGMENT-BANDS WS-GROUP-TABLE.
           MOVE "  <= 12" TO WS-TERM-LABEL(1).
           MOVE "  13-36" TO WS-TERM-LABEL(2).
           MOVE "  37-60" TO WS-TERM-LABEL(3).
           MOVE "STANDARD" TO WS-SEGMENT-LABEL(3).
           MOVE "UNKNOWN" TO WS-SEGMENT-LABEL(4).

           PERFORM LOAD-RELATED-PARTIES.

           PERFORM SCAN-LOAN-BOOK.

           PERFORM WRITE-PORTFOLIO-REPORT.
           PERFORM TALLY-TERM-BAND.
           PERFORM TALLY-RATE-BAND.
           PERFORM TALLY-CUSTOMER-SEGMENT.
           PERFORM TALLY-RELATED-GROUP.

       TALLY-PURPOSE-CODE.
      *> Find (or create) this purpose code's slot in the breakdown
           ADD 1 TO WS-SEGMENT-COUNT(WS-BAND-IX).
           ADD WS-LOAN-AMOUNT TO WS-SEGMENT-TOTAL(WS-BAND-IX).

       TALLY-RELATED-GROUP.
      *> Find (or create) the slot for the borrower's related group
      *> and add this loan into it.
           PERFORM START-RELATED-GROUP.
           MOVE LB-CUSTOMER-ID TO RPG-SEED-ID.
           PERFORM ADD-RELATED-MEMBER.
           PERFORM EXPAND-RELATED-GROUP.

           MOVE "N" TO WS-GROUP-HIT.
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-USED
               OR WS-GROUP-HIT = "Y"
               IF WS-GROUP-ID(WS-GROUP-IX) = RPG-GROUP-LABEL
                   ADD 1 TO WS-GROUP-COUNT(WS-GROUP-IX)
                   ADD WS-LOAN-AMOUNT TO WS-GROUP-TOTAL(WS-GROUP-IX)
                   MOVE "Y" TO WS-GROUP-HIT
               END-IF
           END-PERFORM.

           IF WS-GROUP-HIT = "N"
               IF WS-GROUP-USED < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-USED
                   MOVE RPG-GROUP-LABEL TO WS-GROUP-ID(WS-GROUP-USED)
                   MOVE RPG-MEMBER-COUNT
                       TO WS-GROUP-MEMBERS(WS-GROUP-USED)
                   MOVE 1 TO WS-GROUP-COUNT(WS-GROUP-USED)
                   MOVE WS-LOAN-AMOUNT TO WS-GROUP-TOTAL(WS-GROUP-USED)
                   MOVE "N" TO WS-GROUP-PICKED(WS-GROUP-USED)
               ELSE
                   ADD 1 TO WS-GROUP-DROPPED
               END-IF
           END-IF.

       WRITE-PORTFOLIO-REPORT.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE.


           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE "BY PRODUCT" TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > WS-PURPOSE-USED
               MOVE WS-PURPOSE-CODE(WS-BAND-IX) TO PRD-PRODUCT-CODE
               PERFORM LOOKUP-PRODUCT
               IF PRODUCT-IN-FORCE AND PRD-PRODUCT-NAME NOT = SPACES
                   MOVE PRD-PRODUCT-NAME TO WS-LINE-LABEL
               ELSE
                   MOVE WS-PURPOSE-CODE(WS-BAND-IX) TO WS-LINE-LABEL
               END-IF
               MOVE WS-PURPOSE-COUNT(WS-BAND-IX) TO WS-LINE-COUNT
               MOVE WS-PURPOSE-TOTAL(WS-BAND-IX) TO WS-LINE-TOTAL
               PERFORM WRITE-ONE-BUCKET-LINE
               PERFORM WRITE-ONE-BUCKET-LINE
           END-PERFORM.

           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE "TOP 20 RELATED GROUPS (SINGLE OBLIGOR)"
               TO PORTFOLIO-REPORT-RECORD.
           WRITE PORTFOLIO-REPORT-RECORD.
           MOVE SPACES TO PORTFOLIO-REPORT-RECORD.
           STRING "  group   members       loans"
               "            exposure  % book"
               DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
           END-STRING.
           WRITE PORTFOLIO-REPORT-RECORD.
           PERFORM VARYING WS-GROUP-RANK FROM 1 BY 1
               UNTIL WS-GROUP-RANK > 20
               PERFORM PICK-LARGEST-GROUP
               IF WS-GROUP-BEST > 0
                   MOVE "Y" TO WS-GROUP-PICKED(WS-GROUP-BEST)
                   MOVE WS-GROUP-MEMBERS(WS-GROUP-BEST)
                       TO WS-MEMBERS-DISPLAY
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING WS-GROUP-ID(WS-GROUP-BEST) "  "
                       WS-MEMBERS-DISPLAY
                       DELIMITED BY SIZE INTO WS-LINE-LABEL
                   END-STRING
                   MOVE WS-GROUP-COUNT(WS-GROUP-BEST) TO WS-LINE-COUNT
                   MOVE WS-GROUP-TOTAL(WS-GROUP-BEST) TO WS-LINE-TOTAL
                   PERFORM WRITE-ONE-BUCKET-LINE
               END-IF
           END-PERFORM.
           IF WS-GROUP-DROPPED > 0
               MOVE WS-GROUP-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO PORTFOLIO-REPORT-RECORD
               STRING "  (" WS-COUNT-DISPLAY " loans in groups beyond "
                   "the table's 2000 - not ranked)"
                   DELIMITED BY SIZE INTO PORTFOLIO-REPORT-RECORD
               END-STRING
               WRITE PORTFOLIO-REPORT-RECORD
           END-IF.

           CLOSE PORTFOLIO-REPORT-FILE.

       PICK-LARGEST-GROUP.
      *> The largest group not yet ranked; ties go to the group
      *> seen first. WS-GROUP-BEST stays 0 once every group is out.
           MOVE 0 TO WS-GROUP-BEST.
           PERFORM VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-USED
               IF WS-GROUP-PICKED(WS-GROUP-IX) = "N"
                   IF WS-GROUP-BEST = 0
                       MOVE WS-GROUP-IX TO WS-GROUP-BEST
                   ELSE
                       IF WS-GROUP-TOTAL(WS-GROUP-IX)
                           > WS-GROUP-TOTAL(WS-GROUP-BEST)
                           MOVE WS-GROUP-IX TO WS-GROUP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ONE-BUCKET-LINE.
      *> An empty book has nothing to take a percentage of - leave
      *> the percentage at zero rather than dividing by zero.
           WRITE PORTFOLIO-REPORT-RECORD.

       COPY "FILE-CONFIG-PARA.cpy".

       COPY "BUSINESS-DATE-PARA.cpy".

       COPY "PRODUCT-CATALOG-PARA.cpy".

       COPY "RELATED-PARTY-PARA.cpy".
