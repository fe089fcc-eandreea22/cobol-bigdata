      *>
      *> Disposing of a case marks it CLOSED on the queue (when the
      *> record carries a case number; pre-numbering records are left
      *> as they are and remain matched by the feedback file). The
      *> disposition is also written to the case's activity log
      *> (case-activity.dat) as its closing entry, so CASE-HISTORY
      *> reads the whole case from open to close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CASE-ACTIVITY-FILE ASSIGN TO FCP-CASE-ACTIVITY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-CONFIG-FILE.
           COPY "CASE-QUEUE-REC.cpy".

       FD  CASE-QUEUE-NEW-FILE.
       01  CASE-QUEUE-NEW-RECORD         PIC X(144).

       FD  FEEDBACK-FILE.
           COPY "ANALYST-FEEDBACK-REC.cpy".
       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  CASE-ACTIVITY-FILE.
           COPY "CASE-ACTIVITY-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Case queue status/scan work fields
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Fraud case activity log (every step on a case, appended in
      *> the order it happened)
           COPY "CASE-ACTIVITY-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
      *> are left as appended.
           IF WS-FOUND-CASE-NUMBER NOT = SPACES
               PERFORM CLOSE-CASE-ON-QUEUE
               PERFORM LOG-CASE-ACTIVITY
           END-IF.

      *> An override says the system's DECLINE was wrong - the
           WRITE ANALYST-FEEDBACK-RECORD.
           CLOSE FEEDBACK-FILE.

       LOG-CASE-ACTIVITY.
      *> The closing entry on the case's activity log carries the
      *> decision against the system's call and the analyst's note.
           MOVE WS-FOUND-CASE-NUMBER TO CAV-CASE-NUMBER.
           MOVE WS-CUSTOMER-ID TO CAV-CUSTOMER-ID.
           MOVE "DISPOSED" TO CAV-ACTION.
           MOVE WS-ANALYST-ID TO CAV-ANALYST-ID.
           MOVE SPACES TO CAV-NOTES.
           STRING WS-DECISION DELIMITED BY SPACE
               " - was " DELIMITED BY SIZE
               WS-FOUND-RECOMMEND DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-NOTES DELIMITED BY SIZE
               INTO CAV-NOTES
           END-STRING.
           PERFORM APPEND-CASE-ACTIVITY.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "AUDIT-CHAIN-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "CASE-ACTIVITY-PARA.cpy".
