           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-QUEUE-NEW-FILE.
       01  CASE-QUEUE-NEW-RECORD         PIC X(144).

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".
