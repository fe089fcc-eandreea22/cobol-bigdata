      *> BACKUP-SET-PARA.cpy
      *> Suite Backup Sets - Paragraphs
      *>
      *> See BACKUP-SET-WS.cpy. PERFORM CAPTURE-LOGICAL-NAMES ahead
      *> of LOAD-FILE-CONFIG; then, for BKS-FILE-IX from 1 to
      *> BKS-FILE-COUNT, SELECT-SET-FILE names the file, its
      *> configured path and how it is taken (FLAT, or UNLOAD for
      *> the four indexed files). The checksum is the audit chain's
      *> fold, so a copy is checked with arithmetic the suite
      *> already trusts.

       CAPTURE-LOGICAL-NAMES.
           MOVE FCP-FILE-PATHS TO BKS-LOGICAL-NAMES.
           COMPUTE BKS-FILE-COUNT = LENGTH OF FCP-FILE-PATHS / 200.

       SELECT-SET-FILE.
           MOVE BKS-LOGICAL-NAME(BKS-FILE-IX) TO BKS-LOGICAL.
           COMPUTE BKS-PATH-OFFSET = (BKS-FILE-IX - 1) * 200 + 1.
           MOVE FCP-FILE-PATHS(BKS-PATH-OFFSET:200) TO BKS-PATH.

           IF BKS-PATH = FCP-SPOOL-DIR
               OR BKS-PATH = FCP-BACKUP-DIR
               OR BKS-PATH = FCP-BACKUP-CATALOG
               OR BKS-PATH = FCP-MASK-TARGET-DIR
               MOVE "N" TO BKS-IN-SET-FLAG
           ELSE
               MOVE "Y" TO BKS-IN-SET-FLAG
           END-IF.

           IF BKS-PATH = FCP-CUSTMAST
               OR BKS-PATH = FCP-LOAN-BOOK
               OR BKS-PATH = FCP-LOAN-POSITION
               OR BKS-PATH = FCP-TXN-HISTORY
               MOVE "UNLOAD" TO BKS-FORM
           ELSE
               MOVE "FLAT" TO BKS-FORM
           END-IF.

       LOCATE-SET-FILE.
      *> Finds the configured file whose logical name is in
      *> BKS-LOGICAL; BKS-FILE-IX is left at 0 when none is.
           MOVE 0 TO BKS-FILE-IX.
           PERFORM VARYING BKS-LOCATE-IX FROM 1 BY 1
               UNTIL BKS-LOCATE-IX > BKS-FILE-COUNT
               OR BKS-FILE-IX > 0
               IF BKS-LOGICAL-NAME(BKS-LOCATE-IX) = BKS-LOGICAL
                   MOVE BKS-LOCATE-IX TO BKS-FILE-IX
               END-IF
           END-PERFORM.
           IF BKS-FILE-IX > 0
               PERFORM SELECT-SET-FILE
           END-IF.

       BUILD-SET-NAMES.
           MOVE SPACES TO BKS-SET-NAME.
           STRING BKS-SET-DATE "-" FUNCTION TRIM(BKS-SET-TAG)
               DELIMITED BY SIZE INTO BKS-SET-NAME
           END-STRING.
           MOVE SPACES TO BKS-SET-DIR.
           STRING FUNCTION TRIM(FCP-BACKUP-DIR) "/"
               FUNCTION TRIM(BKS-SET-NAME)
               DELIMITED BY SIZE INTO BKS-SET-DIR
           END-STRING.
           MOVE SPACES TO BKS-MANIFEST-NAME.
           STRING FUNCTION TRIM(BKS-SET-DIR) "/backup-manifest.dat"
               DELIMITED BY SIZE INTO BKS-MANIFEST-NAME
           END-STRING.

       BUILD-COPY-NAME.
           MOVE SPACES TO BKS-COPY-NAME.
           STRING FUNCTION TRIM(BKS-SET-DIR) "/"
               FUNCTION TRIM(BKS-LOGICAL)
               DELIMITED BY SIZE INTO BKS-COPY-NAME
           END-STRING.

       SCAN-SET-COPY.
      *> Counts the records of BKS-SCAN-NAME and folds every byte of
      *> each (trailing spaces dropped, so a line reads the same
      *> however it was padded) plus one separator per record.
           MOVE 0 TO BKS-SCAN-COUNT.
           MOVE 0 TO BKS-SUM.
           MOVE 0 TO BKS-SCAN-CHECKSUM.
           MOVE "N" TO BKS-SCAN-OPEN-FLAG.

           OPEN INPUT BACKUP-SCAN-FILE.
           IF BKS-SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO BKS-SCAN-OPEN-FLAG.

           MOVE "N" TO BKS-SCAN-EOF.
           PERFORM FOLD-SCAN-RECORD
               UNTIL BKS-SCAN-AT-EOF.
           CLOSE BACKUP-SCAN-FILE.

           MOVE BKS-SUM TO BKS-SCAN-CHECKSUM.

       FOLD-SCAN-RECORD.
           READ BACKUP-SCAN-FILE
               AT END
                   MOVE "Y" TO BKS-SCAN-EOF
               NOT AT END
                   ADD 1 TO BKS-SCAN-COUNT
                   IF BACKUP-SCAN-RECORD = SPACES
                       MOVE 0 TO BKS-SCAN-LEN
                   ELSE
                       COMPUTE BKS-SCAN-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(BACKUP-SCAN-RECORD TRAILING))
                   END-IF
                   PERFORM VARYING BKS-BYTE-IX FROM 1 BY 1
                       UNTIL BKS-BYTE-IX > BKS-SCAN-LEN
                       COMPUTE BKS-SUM = FUNCTION MOD(
                           BKS-SUM * 31
                           + FUNCTION ORD(
                               BACKUP-SCAN-RECORD(BKS-BYTE-IX:1)),
                           99999989)
                   END-PERFORM
                   COMPUTE BKS-SUM = FUNCTION MOD(
                       BKS-SUM * 31 + 11, 99999989)
           END-READ.

       FOLD-MANIFEST-ROWS.
      *> The trailer's checksum: the same fold over every byte of
      *> every file row in BKS-MANIFEST-TABLE.
           MOVE 0 TO BKS-SUM.
           PERFORM VARYING BKS-MANIFEST-IX FROM 1 BY 1
               UNTIL BKS-MANIFEST-IX > BKS-MANIFEST-COUNT
               PERFORM VARYING BKS-BYTE-IX FROM 1 BY 1
                   UNTIL BKS-BYTE-IX > 100
                   COMPUTE BKS-SUM = FUNCTION MOD(
                       BKS-SUM * 31
                       + FUNCTION ORD(BKS-MANIFEST-ENTRY
                           (BKS-MANIFEST-IX)(BKS-BYTE-IX:1)),
                       99999989)
               END-PERFORM
           END-PERFORM.
           MOVE BKS-SUM TO BKS-ROW-CHECKSUM.

       LOAD-BACKUP-CATALOG.
      *> A missing catalog is an empty one - no set taken yet.
           MOVE 0 TO BKS-CATALOG-COUNT.
           OPEN INPUT BACKUP-CATALOG-FILE.
           IF BKS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO BKS-CATALOG-EOF.
           PERFORM READ-BACKUP-CATALOG-ROW
               UNTIL BKS-CATALOG-AT-EOF.
           CLOSE BACKUP-CATALOG-FILE.

       READ-BACKUP-CATALOG-ROW.
           READ BACKUP-CATALOG-FILE
               AT END
                   MOVE "Y" TO BKS-CATALOG-EOF
               NOT AT END
                   IF BKS-CATALOG-COUNT < BKS-CATALOG-MAX
                       ADD 1 TO BKS-CATALOG-COUNT
                       MOVE BACKUP-CATALOG-RECORD
                           TO BKS-CATALOG-ENTRY(BKS-CATALOG-COUNT)
                   END-IF
           END-READ.

       FIND-CATALOG-ENTRY.
      *> Finds the row for BKS-SET-DATE / BKS-SET-TAG and leaves it
      *> in BACKUP-CATALOG-RECORD; BKS-CATALOG-FOUND-IX is 0 when
      *> the set was never taken.
           MOVE 0 TO BKS-CATALOG-FOUND-IX.
           PERFORM VARYING BKS-CATALOG-IX FROM 1 BY 1
               UNTIL BKS-CATALOG-IX > BKS-CATALOG-COUNT
               MOVE BKS-CATALOG-ENTRY(BKS-CATALOG-IX)
                   TO BACKUP-CATALOG-RECORD
               IF BK-SET-DATE = BKS-SET-DATE
                   AND BK-SET-TAG = BKS-SET-TAG
                   MOVE BKS-CATALOG-IX TO BKS-CATALOG-FOUND-IX
               END-IF
           END-PERFORM.
           IF BKS-CATALOG-FOUND-IX > 0
               MOVE BKS-CATALOG-ENTRY(BKS-CATALOG-FOUND-IX)
                   TO BACKUP-CATALOG-RECORD
           END-IF.
