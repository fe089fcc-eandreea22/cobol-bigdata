      *> BACKUP-MANIFEST-REC.cpy
      *> Suite Backup Set Manifest Record (100 bytes total)
      *>
      *> SUITE-BACKUP writes backup-manifest.dat into every backup
      *> set directory it completes: one "F" row per configured data
      *> file, then a single "T" trailer. SUITE-RESTORE recounts and
      *> rechecksums every copy in the set against these rows before
      *> it will put any of them back.
      *>
      *> A file row names the file by its logical name (the name
      *> file-locations.cfg knows it by, which is also its name
      *> inside the set) and says how it was taken:
      *>   FLAT   - a line sequential file, copied byte for byte
      *>   UNLOAD - an indexed file, unloaded in key order to a flat
      *>            copy that RESTORE reloads (rebuilding the keys)
      *>   ABSENT - the file did not exist when the set was taken;
      *>            RESTORE removes it
      *> The checksum is the audit chain's 31-multiplier fold over
      *> every byte of every record of the copy (trailing spaces
      *> dropped, one separator per record).
      *>
      *> The trailer carries the set name in the name field, the
      *> number of file rows in the count, and a fold over every
      *> file row in the checksum, so a truncated or edited manifest
      *> is caught as surely as a damaged copy.
      *>
      *> Layout:
      *>   Byte 1:      Row type (PIC X, F = file, T = trailer)
      *>   Bytes 2-41:  Logical file name (PIC X(40)), or the set
      *>                name YYYYMMDD-TAG on the trailer
      *>   Bytes 42-47: Form (PIC X(6), FLAT/UNLOAD/ABSENT)
      *>   Bytes 48-56: Record count (PIC X(9), zero-padded), or
      *>                the file row count on the trailer
      *>   Bytes 57-64: Checksum (PIC X(8), zero-padded)
      *>   Bytes 65-85: Timestamp the copy was taken (PIC X(21))
      *>   Bytes 86-100: Reserved (spaces)
      *> Total: 100 bytes

       01  BACKUP-MANIFEST-RECORD.
           05  BM-ROW-TYPE             PIC X.
               88  BM-FILE-ROW         VALUE "F".
               88  BM-TRAILER-ROW      VALUE "T".
           05  BM-LOGICAL-NAME         PIC X(40).
           05  BM-FORM                 PIC X(6).
           05  BM-RECORD-COUNT         PIC X(9).
           05  BM-CHECKSUM             PIC X(8).
           05  BM-TAKEN-TS             PIC X(21).
           05  FILLER                  PIC X(15).
