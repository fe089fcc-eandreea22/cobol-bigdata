      *> WAIVER-AUTHORITY-PARA.cpy
      *> Fee Waiver Authority Lookup - Lookup Paragraph
      *>
      *> Finds WAU-OPERATOR-ID's role on operator-roster.dat and that
      *> role's row in force on fee-waiver-authority.dat as of the
      *> business date. An operator who is off the roster or
      *> inactive may not act at all; one whose role has no row in
      *> force may only ask. BUSINESS-DATE-WS.cpy must be loaded
      *> before the first lookup.

       LOOKUP-WAIVER-AUTHORITY.
           MOVE SPACES TO WAU-ROLE.
           MOVE SPACES TO WAU-DENY-REASON.
           MOVE 0 TO WAU-MAX-WAIVER.
           MOVE "N" TO WAU-UNLIMITED-FLAG.
           MOVE "N" TO WAU-FOUND-FLAG.

           OPEN INPUT OPERATOR-ROSTER-FILE.
           IF OPA-ROSTER-STATUS NOT = "00"
               MOVE "Y" TO WAU-UNLIMITED-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO OPA-FOUND.
           MOVE "N" TO OPA-ROSTER-EOF.
           PERFORM READ-ROSTER-FOR-WAIVER
               UNTIL OPA-ROSTER-AT-EOF OR OPA-FOUND = "Y".

           CLOSE OPERATOR-ROSTER-FILE.

           IF OPA-FOUND = "N"
               MOVE "NOT_ON_ROSTER" TO WAU-DENY-REASON
           END-IF.
           IF WAU-DENY-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WAIVER-AUTHORITY-FILE.
           IF WAU-FILE-STATUS NOT = "00"
               MOVE "Y" TO WAU-UNLIMITED-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WAU-EOF.
           PERFORM READ-WAIVER-AUTHORITY-RECORD
               UNTIL WAU-AT-EOF OR WAU-ROLE-FOUND.

           CLOSE WAIVER-AUTHORITY-FILE.

       READ-ROSTER-FOR-WAIVER.
           READ OPERATOR-ROSTER-FILE
               AT END
                   MOVE "Y" TO OPA-ROSTER-EOF
               NOT AT END
                   IF OP-OPERATOR-ID = WAU-OPERATOR-ID
                       MOVE "Y" TO OPA-FOUND
                       MOVE OP-ROLE TO WAU-ROLE
                       IF OP-ACTIVE NOT = "Y"
                           MOVE "OPERATOR_INACTIVE"
                               TO WAU-DENY-REASON
                       END-IF
                   END-IF
           END-READ.

       READ-WAIVER-AUTHORITY-RECORD.
           READ WAIVER-AUTHORITY-FILE
               AT END
                   MOVE "Y" TO WAU-EOF
               NOT AT END
                   IF WA-ROLE = WAU-ROLE
                       PERFORM EVALUATE-WAIVER-AUTHORITY-ROW
                   END-IF
           END-READ.

       EVALUATE-WAIVER-AUTHORITY-ROW.
           IF (WA-EFFECTIVE-FROM NOT = SPACES
               AND WA-EFFECTIVE-FROM > BDT-BUSINESS-DATE)
               OR (WA-EFFECTIVE-TO NOT = SPACES
                   AND WA-EFFECTIVE-TO < BDT-BUSINESS-DATE)
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WAU-FOUND-FLAG.
           IF WA-MAX-WAIVER-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(WA-MAX-WAIVER-STR)
                   TO WAU-MAX-WAIVER
           END-IF.
