      *> initialized to today's calendar date, which is where a shop
      *> adopting the control starts.
      *>
      *> The close is the suite's quiet point, so it brackets the
      *> advance with SUITE-BACKUP sets: PRE before it (a failure
      *> refuses the close - the date never moves without a set to
      *> come back to) and POST after it (a failure is warned about
      *> and noted on the audit record; the date has already moved).
      *> Once the day balances, GL-POSTING releases it to the general
      *> ledger; a day it will not release (unmapped activity, a
      *> journal that does not tie, a locked register) refuses the
      *> close the way a failed PRE set does, so the date never moves
      *> past a day the GL has not had. A day already on
      *> gl-posting-control.dat - a close rerun after a later step
      *> failed - is not posted again.
      *> Between the posting and the PRE set, KPI-CAPTURE puts the
      *> closing day's row on kpi-history.dat for KPI-TREND (so the
      *> PRE set holds it); a failed capture is warned about and
      *> noted, but does not hold the close - the day can be
      *> captured again later by date.
      *>
      *> Invocation: EOD-CLOSE
      *> Example: ./eod-close
      *>
      *> Output: business-date.dat (advanced one day),
      *>         gl-interface.dat (the closed day's journal),
      *>         kpi-history.dat (the closed day's row),
      *>         backup sets <YYYYMMDD>-PRE and <YYYYMMDD>-POST

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO FCP-GL-CONTROL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO FCP-AUDIT-TRAIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  BUSINESS-DATE-FILE.
           COPY "BUSINESS-DATE-REC.cpy".

       FD  GL-CONTROL-FILE.
           COPY "GL-CONTROL-REC.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "AUDIT-REC.cpy".

       WORKING-STORAGE SECTION.

      *> Balancing and backup gate work fields
       01  WS-CMD                        PIC X(300) VALUE SPACES.
       01  WS-CMD-RESULT                 PIC 9(4) VALUE 0.
       01  WS-POST-RESULT                PIC 9(4) VALUE 0.
       01  WS-KPI-RESULT                 PIC 9(4) VALUE 0.

      *> GL posting register work fields
       01  WS-CONTROL-STATUS             PIC XX VALUE SPACES.
       01  WS-CONTROL-EOF                PIC X VALUE "N".
           88  CONTROL-AT-EOF            VALUE "Y".
       01  WS-ALREADY-POSTED             PIC X VALUE "N".
           88  DAY-ALREADY-POSTED        VALUE "Y".

      *> Date advance work fields
       01  WS-OLD-DATE                   PIC X(8) VALUE SPACES.
               STOP RUN
           END-IF.

           PERFORM CHECK-DAY-POSTED.
           IF DAY-ALREADY-POSTED
               DISPLAY "Business date " WS-OLD-DATE
                   " already posted to the general ledger."
           ELSE
               MOVE "./gl-posting" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE RETURN-CODE TO WS-CMD-RESULT
               IF WS-CMD-RESULT NOT = 0
                   DISPLAY "ERROR: GL-POSTING did not release the day "
                       "(code " WS-CMD-RESULT ") - business date NOT "
                       "advanced"
                   MOVE "EOD_CLOSE" TO AT-ACTION
                   MOVE "REFUSED - GL_NOT_POSTED" TO WS-AUDIT-OUTCOME
                   PERFORM LOG-AUDIT-TRAIL
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE "./kpi-capture" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-KPI-RESULT.
           IF WS-KPI-RESULT NOT = 0
               DISPLAY "WARNING: KPI-CAPTURE failed (code "
                   WS-KPI-RESULT ") - rerun ./kpi-capture "
                   WS-OLD-DATE
           END-IF.

           MOVE "./suite-backup PRE" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-CMD-RESULT.

           IF WS-CMD-RESULT NOT = 0
               DISPLAY "ERROR: SUITE-BACKUP PRE failed (code "
                   WS-CMD-RESULT ") - business date NOT advanced"
               MOVE "EOD_CLOSE" TO AT-ACTION
               MOVE "REFUSED - BACKUP_FAILED" TO WS-AUDIT-OUTCOME
               PERFORM LOG-AUDIT-TRAIL
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-OLD-DATE)) + 1.
           COMPUTE WS-NEW-DATE =
           DISPLAY "".
           DISPLAY "Business date advanced: " WS-OLD-DATE " -> "
               WS-NEW-DATE.

           MOVE "./suite-backup POST" TO WS-CMD.
           CALL "SYSTEM" USING WS-CMD.
           MOVE RETURN-CODE TO WS-POST-RESULT.
           IF WS-POST-RESULT NOT = 0
               DISPLAY "WARNING: SUITE-BACKUP POST failed (code "
                   WS-POST-RESULT ") - rerun ./suite-backup POST"
           END-IF.
           DISPLAY "========================================".

           MOVE "EOD_CLOSE" TO AT-ACTION.
           MOVE SPACES TO WS-AUDIT-OUTCOME.
      *> The outcome has room for one suffix: a missed POST set is
      *> the more urgent, and a failed capture is on the trail under
      *> KPI-CAPTURE's own record either way.
           IF WS-POST-RESULT NOT = 0
               STRING "CLOSED " WS-OLD-DATE " NOW " WS-NEW-DATE
                   " NOBKP"
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               END-STRING
           ELSE
               IF WS-KPI-RESULT NOT = 0
                   STRING "CLOSED " WS-OLD-DATE " NOW " WS-NEW-DATE
                       " NOKPI"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               ELSE
                   STRING "CLOSED " WS-OLD-DATE " NOW " WS-NEW-DATE
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-STRING
               END-IF
           END-IF.
           PERFORM LOG-AUDIT-TRAIL.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CHECK-DAY-POSTED.
      *> A missing register just means no day has been posted yet.
           MOVE "N" TO WS-ALREADY-POSTED.
           MOVE "N" TO WS-CONTROL-EOF.
           OPEN INPUT GL-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CONTROL-RECORD
               UNTIL CONTROL-AT-EOF OR DAY-ALREADY-POSTED.

           CLOSE GL-CONTROL-FILE.

       READ-CONTROL-RECORD.
           READ GL-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF
               NOT AT END
                   IF GC-BUSINESS-DATE = WS-OLD-DATE
                       AND GC-STATUS = "POSTED"
                       MOVE "Y" TO WS-ALREADY-POSTED
                   END-IF
           END-READ.

       LOG-AUDIT-TRAIL.
      *> Append one record to the shared compliance audit trail
      *> right before this program exits.
