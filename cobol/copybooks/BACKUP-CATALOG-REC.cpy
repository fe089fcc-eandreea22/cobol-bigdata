      *> BACKUP-CATALOG-REC.cpy
      *> Suite Backup Catalog Record (80 bytes total)
      *>
      *> One row per backup set on suite-backup-catalog.dat. A set
      *> is named for the business date it protects and a tag:
      *>   PRE  - taken by EOD-CLOSE before it advances the date
      *>   POST - taken by EOD-CLOSE after the advance (still named
      *>          for the day just closed)
      *>   RSTR - the safety set SUITE-RESTORE takes of the live
      *>          files before it overwrites them
      *> SUITE-BACKUP enters the set as PARTIAL before the first file
      *> is copied and marks it COMPLETE only once the manifest is
      *> written, so a set cut short by a crash or a failure never
      *> looks restorable. Sets past the retention schedule are
      *> removed from the backup directory and marked PURGED.
      *>
      *> Layout:
      *>   Bytes 1-8:   Set business date (PIC X(8), YYYYMMDD)
      *>   Bytes 9-12:  Set tag (PIC X(4), PRE/POST/RSTR)
      *>   Bytes 13-20: Status (PIC X(8), PARTIAL/COMPLETE/PURGED)
      *>   Bytes 21-24: Files in the set (PIC X(4), zero-padded)
      *>   Bytes 25-45: Timestamp the set was taken (PIC X(21))
      *>   Byte 46:     Month-end set (PIC X, Y when the set date is
      *>                the last calendar day of its month)
      *>   Bytes 47-54: Business date purged (PIC X(8), spaces
      *>                while held)
      *>   Bytes 55-80: Reserved (spaces)
      *> Total: 80 bytes

       01  BACKUP-CATALOG-RECORD.
           05  BK-SET-DATE             PIC X(8).
           05  BK-SET-TAG              PIC X(4).
           05  BK-STATUS               PIC X(8).
               88  BK-SET-PARTIAL      VALUE "PARTIAL".
               88  BK-SET-COMPLETE     VALUE "COMPLETE".
               88  BK-SET-PURGED       VALUE "PURGED".
           05  BK-FILE-COUNT           PIC X(4).
           05  BK-TAKEN-TS             PIC X(21).
           05  BK-MONTH-END            PIC X.
           05  BK-PURGED-DATE          PIC X(8).
           05  FILLER                  PIC X(26).
