           MOVE WS-NEXT-CASE-NUMBER TO CQ-CASE-NUMBER.
           MOVE "OPEN" TO CQ-STATUS.
           MOVE SPACES TO CQ-ANALYST-ID.
           MOVE SPACES TO CQ-PRIORITY.
           WRITE CASE-QUEUE-RECORD.

           CLOSE CASE-QUEUE-FILE.
