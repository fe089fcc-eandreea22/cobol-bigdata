      *> PRICING-AUTHORITY-PARA.cpy
      *> Officer Pricing Authority Lookup - Lookup Paragraph
      *>
      *> Finds PAU-OFFICER-ID's role on operator-roster.dat and that
      *> role's row in force on pricing-authority.dat as of the
      *> business date. An officer who is off the roster or inactive,
      *> or whose role has no row in force, has no authority at all.
      *> BUSINESS-DATE-WS.cpy must be loaded before the first lookup.

       LOOKUP-PRICING-AUTHORITY.
           MOVE SPACES TO PAU-ROLE.
           MOVE SPACES TO PAU-DENY-REASON.
           MOVE 0 TO PAU-MAX-DISCOUNT.
           MOVE "N" TO PAU-UNLIMITED-FLAG.
           MOVE "N" TO PAU-FOUND-FLAG.

           OPEN INPUT OPERATOR-ROSTER-FILE.
           IF OPA-ROSTER-STATUS NOT = "00"
               MOVE "Y" TO PAU-UNLIMITED-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO OPA-FOUND.
           MOVE "N" TO OPA-ROSTER-EOF.
           PERFORM READ-ROSTER-FOR-AUTHORITY
               UNTIL OPA-ROSTER-AT-EOF OR OPA-FOUND = "Y".

           CLOSE OPERATOR-ROSTER-FILE.

           IF OPA-FOUND = "N"
               MOVE "NOT_ON_ROSTER" TO PAU-DENY-REASON
           END-IF.
           IF PAU-DENY-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PRICING-AUTHORITY-FILE.
           IF PAU-FILE-STATUS NOT = "00"
               MOVE "Y" TO PAU-UNLIMITED-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO PAU-EOF.
           PERFORM READ-PRICING-AUTHORITY-RECORD
               UNTIL PAU-AT-EOF OR PAU-ROLE-FOUND.

           CLOSE PRICING-AUTHORITY-FILE.

           IF NOT PAU-ROLE-FOUND
               MOVE "NO_PRICING_AUTHORITY" TO PAU-DENY-REASON
           END-IF.

       READ-ROSTER-FOR-AUTHORITY.
           READ OPERATOR-ROSTER-FILE
               AT END
                   MOVE "Y" TO OPA-ROSTER-EOF
               NOT AT END
                   IF OP-OPERATOR-ID = PAU-OFFICER-ID
                       MOVE "Y" TO OPA-FOUND
                       MOVE OP-ROLE TO PAU-ROLE
                       IF OP-ACTIVE NOT = "Y"
                           MOVE "OPERATOR_INACTIVE"
                               TO PAU-DENY-REASON
                       END-IF
                   END-IF
           END-READ.

       READ-PRICING-AUTHORITY-RECORD.
           READ PRICING-AUTHORITY-FILE
               AT END
                   MOVE "Y" TO PAU-EOF
               NOT AT END
                   IF PA-ROLE = PAU-ROLE
                       PERFORM EVALUATE-PRICING-AUTHORITY-ROW
                   END-IF
           END-READ.

       EVALUATE-PRICING-AUTHORITY-ROW.
           IF (PA-EFFECTIVE-FROM NOT = SPACES
               AND PA-EFFECTIVE-FROM > BDT-BUSINESS-DATE)
               OR (PA-EFFECTIVE-TO NOT = SPACES
                   AND PA-EFFECTIVE-TO < BDT-BUSINESS-DATE)
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO PAU-FOUND-FLAG.
           IF PA-MAX-DISCOUNT-STR NOT = SPACES
               MOVE FUNCTION NUMVAL(PA-MAX-DISCOUNT-STR)
                   TO PAU-MAX-DISCOUNT
           END-IF.
