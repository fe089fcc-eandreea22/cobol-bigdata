      *> BACKUP-SET-WS.cpy
      *> Suite Backup Sets - Working Storage
      *>
      *> Fields for the paragraphs in BACKUP-SET-PARA.cpy, shared by
      *> SUITE-BACKUP and SUITE-RESTORE so a set is laid out, named
      *> and checksummed the same way by the program that takes it
      *> and the program that verifies it.
      *>
      *> The set covers every data file FILE-CONFIG-WS.cpy declares,
      *> found by walking FCP-FILE-PATHS entry by entry - a file
      *> added to the configuration is in the next set without a
      *> change here. The logical names (the entries' VALUEs) are
      *> captured by CAPTURE-LOGICAL-NAMES before LOAD-FILE-CONFIG
      *> overwrites them with the configured paths. The report
      *> spool, backup and masked test-region directories and the
      *> backup catalog are not data files and are left out.
      *>
      *> The caller declares BACKUP-SCAN-FILE (BKS-SCAN-NAME, status
      *> BKS-SCAN-STATUS, record BACKUP-SCAN-RECORD PIC X(1024)) and
      *> BACKUP-CATALOG-FILE (FCP-BACKUP-CATALOG, status
      *> BKS-CATALOG-STATUS, record BACKUP-CATALOG-REC.cpy), both
      *> LINE SEQUENTIAL, and copies in FILE-CONFIG.

      *> Logical name of every configured file, in FCP-FILE-PATHS
      *> order
       01  BKS-LOGICAL-NAMES.
           05  BKS-LOGICAL-NAME        PIC X(200) OCCURS 300 TIMES.
       01  BKS-FILE-COUNT              PIC 9(3) VALUE 0.
       01  BKS-FILE-IX                 PIC 9(3) VALUE 0.
       01  BKS-LOCATE-IX               PIC 9(3) VALUE 0.
       01  BKS-PATH-OFFSET             PIC 9(6) VALUE 0.

      *> The configured file being worked (SELECT-SET-FILE)
       01  BKS-LOGICAL                 PIC X(40) VALUE SPACES.
       01  BKS-PATH                    PIC X(200) VALUE SPACES.
       01  BKS-FORM                    PIC X(6) VALUE SPACES.
       01  BKS-IN-SET-FLAG             PIC X VALUE "N".
           88  BKS-FILE-IN-SET         VALUE "Y".

      *> Set naming: <backup dir>/<YYYYMMDD>-<tag>/<logical name>
       01  BKS-SET-DATE                PIC X(8) VALUE SPACES.
       01  BKS-SET-TAG                 PIC X(4) VALUE SPACES.
       01  BKS-SET-NAME                PIC X(13) VALUE SPACES.
       01  BKS-SET-DIR                 PIC X(200) VALUE SPACES.
       01  BKS-MANIFEST-NAME           PIC X(250) VALUE SPACES.
       01  BKS-COPY-NAME               PIC X(250) VALUE SPACES.

      *> Copy scan (record count and checksum)
       01  BKS-SCAN-NAME               PIC X(250) VALUE SPACES.
       01  BKS-SCAN-STATUS             PIC XX VALUE SPACES.
       01  BKS-SCAN-EOF                PIC X VALUE "N".
           88  BKS-SCAN-AT-EOF         VALUE "Y".
       01  BKS-SCAN-OPEN-FLAG          PIC X VALUE "N".
           88  BKS-SCAN-OPENED         VALUE "Y".
       01  BKS-SCAN-COUNT              PIC 9(9) VALUE 0.
       01  BKS-SCAN-CHECKSUM           PIC 9(8) VALUE 0.
       01  BKS-SCAN-LEN                PIC 9(4) VALUE 0.
       01  BKS-BYTE-IX                 PIC 9(4) VALUE 0.
       01  BKS-SUM                     PIC 9(12) VALUE 0.

      *> Manifest rows of the set (BACKUP-MANIFEST-REC.cpy layout)
      *> and the fold over them the trailer carries
       01  BKS-MANIFEST-TABLE.
           05  BKS-MANIFEST-ENTRY      PIC X(100) OCCURS 300 TIMES.
       01  BKS-MANIFEST-COUNT          PIC 9(3) VALUE 0.
       01  BKS-MANIFEST-MAX            PIC 9(3) VALUE 300.
       01  BKS-MANIFEST-IX             PIC 9(3) VALUE 0.
       01  BKS-ROW-CHECKSUM            PIC 9(8) VALUE 0.

      *> Backup catalog, held whole while it is read or rewritten
       01  BKS-CATALOG-STATUS          PIC XX VALUE SPACES.
       01  BKS-CATALOG-EOF             PIC X VALUE "N".
           88  BKS-CATALOG-AT-EOF      VALUE "Y".
       01  BKS-CATALOG-TABLE.
           05  BKS-CATALOG-ENTRY       PIC X(80) OCCURS 9999 TIMES.
       01  BKS-CATALOG-COUNT           PIC 9(4) VALUE 0.
       01  BKS-CATALOG-MAX             PIC 9(4) VALUE 9999.
       01  BKS-CATALOG-IX              PIC 9(4) VALUE 0.
       01  BKS-CATALOG-FOUND-IX        PIC 9(4) VALUE 0.
