      *> CASE-ACTIVITY-WS.cpy
      *> Fraud Case Activity Log - Working Storage
      *>
      *> Fields for APPEND-CASE-ACTIVITY (CASE-ACTIVITY-PARA.cpy).
      *> Callers fill CAV-CASE-NUMBER, CAV-CUSTOMER-ID, CAV-ACTION,
      *> CAV-ANALYST-ID and CAV-NOTES and PERFORM
      *> APPEND-CASE-ACTIVITY. Declare the companion SELECT and FD
      *> (CASE-ACTIVITY-REC.cpy against FCP-CASE-ACTIVITY, LINE
      *> SEQUENTIAL, FILE STATUS CAV-FILE-STATUS) and FILE-LOCK-WS.cpy
      *> alongside.

       01  CAV-FILE-STATUS             PIC XX VALUE SPACES.
       01  CAV-CASE-NUMBER             PIC X(8) VALUE SPACES.
       01  CAV-CUSTOMER-ID             PIC X(10) VALUE SPACES.
       01  CAV-ACTION                  PIC X(10) VALUE SPACES.
       01  CAV-ANALYST-ID              PIC X(10) VALUE SPACES.
       01  CAV-NOTES                   PIC X(100) VALUE SPACES.
