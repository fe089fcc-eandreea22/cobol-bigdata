      *> CASE-ACTIVITY-PARA.cpy
      *> Fraud Case Activity Log - Append Paragraph
      *>
      *> See CASE-ACTIVITY-WS.cpy. The append takes the activity
      *> file's own lock, so any lock the caller holds must be
      *> released (or parked) first. If the lock cannot be had the
      *> entry is appended anyway after the conflicting program is
      *> named - a missing step in a case's history is worse.

       APPEND-CASE-ACTIVITY.
           MOVE SPACES TO CASE-ACTIVITY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CA-TIMESTAMP.
           MOVE CAV-CASE-NUMBER TO CA-CASE-NUMBER.
           MOVE CAV-CUSTOMER-ID TO CA-CUSTOMER-ID.
           MOVE CAV-ACTION TO CA-ACTION.
           MOVE CAV-ANALYST-ID TO CA-ANALYST-ID.
           MOVE CAV-NOTES TO CA-NOTES.

           MOVE FCP-CASE-ACTIVITY TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND CASE-ACTIVITY-FILE.
           IF CAV-FILE-STATUS = "35"
               OPEN OUTPUT CASE-ACTIVITY-FILE
           END-IF.
           WRITE CASE-ACTIVITY-RECORD.
           CLOSE CASE-ACTIVITY-FILE.

           PERFORM RELEASE-FILE-LOCK.
