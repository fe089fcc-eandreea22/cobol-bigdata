      *> PRODUCT-CATALOG-PARA.cpy
      *> Loan Product Catalog Lookup - Lookup Paragraph
      *>
      *> Finds PRD-PRODUCT-CODE on product-catalog.dat as of the
      *> business date: the first row for the code whose effective
      *> range covers BDT-BUSINESS-DATE (spaces on either side leave
      *> that side open). No catalog file, or no row for the code,
      *> leaves PRODUCT-IN-FORCE clear for the caller to decide on.
      *> BUSINESS-DATE-WS.cpy must be loaded before the first lookup.

       LOOKUP-PRODUCT.
           MOVE "N" TO PRD-CATALOG-FLAG.
           MOVE "N" TO PRD-KNOWN-FLAG.
           MOVE "N" TO PRD-FOUND-FLAG.
           MOVE SPACES TO PRD-PRODUCT-NAME.
           MOVE SPACES TO PRD-STATUS.
           MOVE 0 TO PRD-MIN-AMOUNT.
           MOVE 99999999.99 TO PRD-MAX-AMOUNT.
           MOVE 0 TO PRD-MIN-TERM.
           MOVE 999 TO PRD-MAX-TERM.
           MOVE "N" TO PRD-VARIABLE-ALLOWED.
           MOVE "N" TO PRD-HAS-LATE-FEE.
           MOVE 0 TO PRD-LATE-FEE.
           MOVE "N" TO PRD-HAS-GRACE.
           MOVE 0 TO PRD-GRACE-DAYS.

           OPEN INPUT PRODUCT-CATALOG-FILE.
           IF PRD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO PRD-CATALOG-FLAG.

           MOVE "N" TO PRD-EOF.
           PERFORM READ-PRODUCT-RECORD
               UNTIL PRD-AT-EOF OR PRODUCT-IN-FORCE.

           CLOSE PRODUCT-CATALOG-FILE.

       READ-PRODUCT-RECORD.
           READ PRODUCT-CATALOG-FILE
               AT END
                   MOVE "Y" TO PRD-EOF
               NOT AT END
                   IF PC-PRODUCT-CODE = PRD-PRODUCT-CODE
                       MOVE "Y" TO PRD-KNOWN-FLAG
                       PERFORM EVALUATE-PRODUCT-ROW
                   END-IF
           END-READ.

       EVALUATE-PRODUCT-ROW.
           IF (PC-EFFECTIVE-FROM NOT = SPACES
               AND PC-EFFECTIVE-FROM > BDT-BUSINESS-DATE)
               OR (PC-EFFECTIVE-TO NOT = SPACES
                   AND PC-EFFECTIVE-TO < BDT-BUSINESS-DATE)
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO PRD-FOUND-FLAG.
           MOVE PC-PRODUCT-NAME TO PRD-PRODUCT-NAME.
           MOVE PC-STATUS TO PRD-STATUS.
           IF PC-MIN-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PC-MIN-AMOUNT-STR)
                   TO PRD-MIN-AMOUNT
           END-IF.
           IF PC-MAX-AMOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PC-MAX-AMOUNT-STR)
                   TO PRD-MAX-AMOUNT
           END-IF.
           IF PC-MIN-TERM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PC-MIN-TERM-STR) TO PRD-MIN-TERM
           END-IF.
           IF PC-MAX-TERM-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PC-MAX-TERM-STR) TO PRD-MAX-TERM
           END-IF.
           IF PC-VARIABLE-ALLOWED = "Y"
               MOVE "Y" TO PRD-VARIABLE-ALLOWED
           END-IF.
           IF PC-LATE-FEE-STR NOT = SPACES
               MOVE "Y" TO PRD-HAS-LATE-FEE
               MOVE FUNCTION NUMVAL(PC-LATE-FEE-STR) TO PRD-LATE-FEE
           END-IF.
           IF PC-GRACE-DAYS-STR NOT = SPACES
               MOVE "Y" TO PRD-HAS-GRACE
               MOVE FUNCTION NUMVAL(PC-GRACE-DAYS-STR)
                   TO PRD-GRACE-DAYS
           END-IF.
