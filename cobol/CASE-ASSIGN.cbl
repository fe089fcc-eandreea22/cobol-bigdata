      *> specific analyst by case number: the case moves to ASSIGNED
      *> with the analyst's ID on it, so two analysts can no longer
      *> unknowingly work the same case. An already-ASSIGNED case can
      *> be reassigned; a CLOSED case cannot. Every assignment is
      *> also written to the case's activity log (case-activity.dat)
      *> with the analyst it was taken from, so CASE-HISTORY shows
      *> who has had the case.
      *>
      *> Invocation: CASE-ASSIGN <case_number> <analyst_id>
      *>                         <supervisor_id>
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

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       FD  CASE-ACTIVITY-FILE.
           COPY "CASE-ACTIVITY-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Case queue work fields
           88  CASE-WAS-FOUND            VALUE "Y".
       01  WS-OLD-STATUS                 PIC X(8) VALUE SPACES.
       01  WS-CASE-CUSTOMER              PIC X(10) VALUE SPACES.
       01  WS-OLD-ANALYST                PIC X(10) VALUE SPACES.

      *> Audit trail work fields
       01  WS-AUDIT-STATUS               PIC XX VALUE SPACES.
      *> wait-and-retry, clear conflicting-program message)
           COPY "FILE-LOCK-WS.cpy".

      *> Fraud case activity log (every step on a case, appended in
      *> the order it happened)
           COPY "CASE-ACTIVITY-WS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-FILE-CONFIG.
           END-IF.

           PERFORM REWRITE-CASE-QUEUE.
           PERFORM LOG-CASE-ACTIVITY.

           DISPLAY "".
           DISPLAY "Case " WS-CASE-NUMBER " assigned to "
                       MOVE "Y" TO WS-CASE-FOUND
                       MOVE CQ-STATUS TO WS-OLD-STATUS
                       MOVE CQ-CUSTOMER-ID TO WS-CASE-CUSTOMER
                       MOVE CQ-ANALYST-ID TO WS-OLD-ANALYST
                   END-IF
           END-READ.

                   WRITE CASE-QUEUE-NEW-RECORD
           END-READ.

       LOG-CASE-ACTIVITY.
      *> The queue only holds the current assignee; the activity log
      *> keeps the hand-off, with the supervisor who made it.
           MOVE WS-CASE-NUMBER TO CAV-CASE-NUMBER.
           MOVE WS-CASE-CUSTOMER TO CAV-CUSTOMER-ID.
           MOVE "ASSIGNED" TO CAV-ACTION.
           MOVE WS-SUPERVISOR-ID TO CAV-ANALYST-ID.
           MOVE SPACES TO CAV-NOTES.
           IF WS-OLD-ANALYST = SPACES
               STRING "Assigned to " DELIMITED BY SIZE
                   WS-ANALYST-ID DELIMITED BY SPACE
                   INTO CAV-NOTES
               END-STRING
           ELSE
               STRING "Assigned to " DELIMITED BY SIZE
                   WS-ANALYST-ID DELIMITED BY SPACE
                   " (was " DELIMITED BY SIZE
                   WS-OLD-ANALYST DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO CAV-NOTES
               END-STRING
           END-IF.
           PERFORM APPEND-CASE-ACTIVITY.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
       COPY "OPERATOR-AUTH-PARA.cpy".

       COPY "FILE-LOCK-PARA.cpy".

       COPY "CASE-ACTIVITY-PARA.cpy".
