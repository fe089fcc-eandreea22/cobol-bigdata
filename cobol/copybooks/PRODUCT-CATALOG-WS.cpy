      *> PRODUCT-CATALOG-WS.cpy
      *> Loan Product Catalog Lookup - Working Storage
      *>
      *> Fields for LOOKUP-PRODUCT (PRODUCT-CATALOG-PARA.cpy).
      *> Callers set PRD-PRODUCT-CODE, PERFORM LOOKUP-PRODUCT, and
      *> test PRODUCT-IN-FORCE; when it is, the PRD- fields below
      *> carry that product's terms as of the business date. A code
      *> with rows on the catalog but none in force today leaves
      *> PRODUCT-CODE-KNOWN set and PRODUCT-IN-FORCE clear, and
      *> PRODUCT-CATALOG-PRESENT is clear when there is no catalog
      *> file at all. Blank limits come back as the widest values the
      *> fields hold; PRD-HAS-LATE-FEE / PRD-HAS-GRACE say whether
      *> the product sets its own late fee and grace days. Declare
      *> the companion SELECT and FD (PRODUCT-REC.cpy against
      *> FCP-PRODUCT-CATALOG) alongside.

       01  PRD-PRODUCT-CODE            PIC X(4) VALUE SPACES.
       01  PRD-FILE-STATUS             PIC XX VALUE SPACES.
       01  PRD-EOF                     PIC X VALUE "N".
           88  PRD-AT-EOF              VALUE "Y".
       01  PRD-CATALOG-FLAG            PIC X VALUE "N".
           88  PRODUCT-CATALOG-PRESENT VALUE "Y".
       01  PRD-KNOWN-FLAG              PIC X VALUE "N".
           88  PRODUCT-CODE-KNOWN      VALUE "Y".
       01  PRD-FOUND-FLAG              PIC X VALUE "N".
           88  PRODUCT-IN-FORCE        VALUE "Y".
       01  PRD-PRODUCT-NAME            PIC X(20) VALUE SPACES.
       01  PRD-STATUS                  PIC X(8) VALUE SPACES.
           88  PRODUCT-ACTIVE          VALUE "ACTIVE".
       01  PRD-MIN-AMOUNT              PIC 9(8)V99 VALUE 0.
       01  PRD-MAX-AMOUNT              PIC 9(8)V99 VALUE 0.
       01  PRD-MIN-TERM                PIC 9(3) VALUE 0.
       01  PRD-MAX-TERM                PIC 9(3) VALUE 0.
       01  PRD-VARIABLE-ALLOWED        PIC X VALUE "N".
           88  PRODUCT-ALLOWS-VARIABLE VALUE "Y".
       01  PRD-HAS-LATE-FEE            PIC X VALUE "N".
       01  PRD-LATE-FEE                PIC 9(6)V99 VALUE 0.
       01  PRD-HAS-GRACE               PIC X VALUE "N".
       01  PRD-GRACE-DAYS              PIC 9(4) VALUE 0.
