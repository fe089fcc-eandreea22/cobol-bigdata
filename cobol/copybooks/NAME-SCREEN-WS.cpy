      *> NAME-SCREEN-WS.cpy
      *> Sanctions Name Screening - Working Storage
      *>
      *> Fields for the paragraphs in NAME-SCREEN-PARA.cpy, shared by
      *> CUSTOMER-ONBOARD, CUSTOMER-UPDATE and NAME-SCREEN so a
      *> customer is scored the same way wherever they are screened.
      *> Callers move the customer to NSC-CUSTOMER-ID, NSC-CUST-NAME
      *> and NSC-COUNTRY and PERFORM SCREEN-CUSTOMER-NAME. The list,
      *> the cleared matches and the threshold are loaded on the
      *> first call and kept for the rest of the run. Every entry
      *> the customer scores NSC-THRESHOLD or more against, and that
      *> is not cleared for them, counts in NSC-MATCH-COUNT; the
      *> ones with no review case still open get one opened on
      *> fraud-case-queue.dat (NSC-CASES-OPENED). NSC-BEST-SCORE and
      *> NSC-BEST-ENTRY name the strongest of them.
      *>
      *> Names are compared word by word after folding to upper
      *> case and turning punctuation into blanks, so "o'Brien,
      *> Sean" and "SEAN O BRIEN" are the same name whatever order
      *> the words come in. The score is the share of words the two
      *> names have in common (0-100), weighted 90, plus 10 when the
      *> countries agree or 5 when either side gives none.
      *>
      *> The caller declares SANCTIONS-NAME-FILE (FCP-SANCTIONS-NAMES,
      *> status NSC-LIST-STATUS, record SANCTIONS-NAME-REC.cpy),
      *> CLEARED-MATCH-FILE (FCP-CLEARED-MATCHES, status
      *> NSC-CLEARED-STATUS, record CLEARED-MATCH-REC.cpy),
      *> NAME-SCREEN-CONFIG-FILE (FCP-NAME-SCREEN-CONFIG, status
      *> NSC-CONFIG-STATUS, record NAME-SCREEN-CONFIG-RECORD
      *> PIC X(15)), CASE-QUEUE-FILE (FCP-CASE-QUEUE, status
      *> NSC-CASE-STATUS, record CASE-QUEUE-REC.cpy) and
      *> CASE-NUMBER-FILE (FCP-CASE-NUMBER, status
      *> NSC-CASE-NUMBER-STATUS, record CASE-NUMBER-RECORD with
      *> CN-LAST-NUMBER-STR PIC X(8)), all LINE SEQUENTIAL, and
      *> copies in FILE-LOCK and BUSINESS-DATE.

       01  NSC-LIST-STATUS             PIC XX VALUE SPACES.
       01  NSC-CLEARED-STATUS          PIC XX VALUE SPACES.
       01  NSC-CONFIG-STATUS           PIC XX VALUE SPACES.
       01  NSC-CASE-STATUS             PIC XX VALUE SPACES.
       01  NSC-CASE-NUMBER-STATUS      PIC XX VALUE SPACES.
       01  NSC-EOF                     PIC X VALUE "N".
           88  NSC-AT-EOF              VALUE "Y".
       01  NSC-TABLES-LOADED           PIC X VALUE "N".
           88  NSC-TABLES-READY        VALUE "Y".

      *> Score at or above which a match is raised (line 1 of
      *> name-screen-config.dat, 1-100)
       01  NSC-THRESHOLD               PIC 9(3) VALUE 85.

      *> Every entry on the name list, its name already broken into
      *> normalized words
       01  NSC-LIST-TABLE.
           05  NSC-LIST-ENTRY OCCURS 3000 TIMES.
               10  NSC-LE-ENTRY-ID     PIC X(10).
               10  NSC-LE-COUNTRY      PIC X(3).
               10  NSC-LE-TOKEN-COUNT  PIC 9(2).
               10  NSC-LE-TOKEN        PIC X(20) OCCURS 8 TIMES.
       01  NSC-LIST-COUNT              PIC 9(4) VALUE 0.
       01  NSC-LIST-MAX                PIC 9(4) VALUE 3000.
       01  NSC-LIST-IX                 PIC 9(4) VALUE 0.
       01  NSC-LIST-FULL-FLAG          PIC X VALUE "N".
           88  NSC-LIST-TRUNCATED      VALUE "Y".

      *> Every cleared customer / list entry pair
       01  NSC-CLEARED-TABLE.
           05  NSC-CLEARED-ENTRY OCCURS 3000 TIMES.
               10  NSC-CL-CUSTOMER-ID  PIC X(10).
               10  NSC-CL-ENTRY-ID     PIC X(10).
       01  NSC-CLEARED-COUNT           PIC 9(4) VALUE 0.
       01  NSC-CLEARED-MAX             PIC 9(4) VALUE 3000.
       01  NSC-CLEARED-IX              PIC 9(4) VALUE 0.

      *> Name normalization work fields
       01  NSC-NORM-INPUT              PIC X(50) VALUE SPACES.
       01  NSC-NORM-WORK               PIC X(50) VALUE SPACES.
       01  NSC-NORM-LEN                PIC 9(2) VALUE 0.
       01  NSC-NORM-TOKENS.
           05  NSC-NORM-TOKEN          PIC X(20) OCCURS 8 TIMES.
       01  NSC-NORM-COUNT              PIC 9(2) VALUE 0.

      *> The customer being screened
       01  NSC-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  NSC-CUST-NAME               PIC X(50) VALUE SPACES.
       01  NSC-COUNTRY                 PIC X(3) VALUE SPACES.
       01  NSC-CUST-TOKENS.
           05  NSC-CUST-TOKEN          PIC X(20) OCCURS 8 TIMES.
       01  NSC-CUST-TOKEN-COUNT        PIC 9(2) VALUE 0.

      *> Scoring work fields
       01  NSC-TOKEN-USED-FLAGS.
           05  NSC-TOKEN-USED          PIC X OCCURS 8 TIMES.
       01  NSC-CUST-IX                 PIC 9(2) VALUE 0.
       01  NSC-ENTRY-IX                PIC 9(2) VALUE 0.
       01  NSC-MATCHED-TOKENS          PIC 9(2) VALUE 0.
       01  NSC-TOKEN-HIT               PIC X VALUE "N".
       01  NSC-NAME-SCORE              PIC 9(3) VALUE 0.
       01  NSC-COUNTRY-POINTS          PIC 9(2) VALUE 0.
       01  NSC-SCORE                   PIC 9(3) VALUE 0.

      *> Results for the customer just screened
       01  NSC-MATCH-COUNT             PIC 9(4) VALUE 0.
       01  NSC-CASES-OPENED            PIC 9(4) VALUE 0.
       01  NSC-BEST-SCORE              PIC 9(3) VALUE 0.
       01  NSC-BEST-ENTRY              PIC X(10) VALUE SPACES.

      *> Review case work fields
       01  NSC-CASE-FLAGS              PIC X(60) VALUE SPACES.
       01  NSC-CASE-EOF                PIC X VALUE "N".
           88  NSC-CASE-AT-EOF         VALUE "Y".
       01  NSC-OPEN-CASE-FOUND         PIC X VALUE "N".
           88  NSC-CASE-ALREADY-OPEN   VALUE "Y".
       01  NSC-CLEARED-FOUND           PIC X VALUE "N".
           88  NSC-PAIR-CLEARED        VALUE "Y".
       01  NSC-NEXT-CASE-NUMBER        PIC 9(8) VALUE 0.
