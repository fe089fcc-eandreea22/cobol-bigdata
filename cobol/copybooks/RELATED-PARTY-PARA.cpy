      *> RELATED-PARTY-PARA.cpy
      *> Related-Party Group Lookup - Paragraphs
      *>
      *> See RELATED-PARTY-WS.cpy for how callers drive these. A
      *> group is everyone reachable from the starting customers
      *> through ACTIVE links in either direction - a spouse's
      *> business is in the group as surely as the spouse.

       LOAD-RELATED-PARTIES.
           MOVE 0 TO RPG-LINK-COUNT.
           OPEN INPUT RELATED-PARTY-FILE.
           IF RPG-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO RPG-EOF.
           PERFORM READ-RELATED-PARTY-LINK
               UNTIL RPG-AT-EOF.

           CLOSE RELATED-PARTY-FILE.

       READ-RELATED-PARTY-LINK.
           READ RELATED-PARTY-FILE
               AT END
                   MOVE "Y" TO RPG-EOF
               NOT AT END
                   IF RP-STATUS = "ACTIVE"
                       AND RPG-LINK-COUNT < RPG-LINK-MAX
                       ADD 1 TO RPG-LINK-COUNT
                       MOVE RP-CUSTOMER-ID
                           TO RPG-LINK-FROM(RPG-LINK-COUNT)
                       MOVE RP-RELATED-ID
                           TO RPG-LINK-TO(RPG-LINK-COUNT)
                   END-IF
           END-READ.

       START-RELATED-GROUP.
           MOVE 0 TO RPG-MEMBER-COUNT.
           MOVE SPACES TO RPG-GROUP-LABEL.
           MOVE "N" TO RPG-TRUNCATED-FLAG.

       CHECK-RELATED-MEMBER.
      *> RPG-ALREADY-MEMBER says whether RPG-SEED-ID is in the group.
           MOVE "N" TO RPG-MEMBER-HIT.
           PERFORM VARYING RPG-SCAN-IX FROM 1 BY 1
               UNTIL RPG-SCAN-IX > RPG-MEMBER-COUNT
               OR RPG-ALREADY-MEMBER
               IF RPG-MEMBER-ID(RPG-SCAN-IX) = RPG-SEED-ID
                   MOVE "Y" TO RPG-MEMBER-HIT
               END-IF
           END-PERFORM.

       ADD-RELATED-MEMBER.
      *> Add RPG-SEED-ID unless it is already in the group.
           PERFORM CHECK-RELATED-MEMBER.
           IF RPG-ALREADY-MEMBER OR RPG-SEED-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF RPG-MEMBER-COUNT >= RPG-MEMBER-MAX
               MOVE "Y" TO RPG-TRUNCATED-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO RPG-MEMBER-COUNT.
           MOVE RPG-SEED-ID TO RPG-MEMBER-ID(RPG-MEMBER-COUNT).
           IF RPG-GROUP-LABEL = SPACES
               OR RPG-SEED-ID < RPG-GROUP-LABEL
               MOVE RPG-SEED-ID TO RPG-GROUP-LABEL
           END-IF.

       EXPAND-RELATED-GROUP.
      *> Breadth first: each member in turn pulls in everyone
      *> linked to it, and the new members are visited in their
      *> turn, until nobody new turns up.
           PERFORM VARYING RPG-MEMBER-IX FROM 1 BY 1
               UNTIL RPG-MEMBER-IX > RPG-MEMBER-COUNT
               PERFORM VARYING RPG-LINK-IX FROM 1 BY 1
                   UNTIL RPG-LINK-IX > RPG-LINK-COUNT
                   IF RPG-LINK-FROM(RPG-LINK-IX)
                           = RPG-MEMBER-ID(RPG-MEMBER-IX)
                       MOVE RPG-LINK-TO(RPG-LINK-IX) TO RPG-SEED-ID
                       PERFORM ADD-RELATED-MEMBER
                   END-IF
                   IF RPG-LINK-TO(RPG-LINK-IX)
                           = RPG-MEMBER-ID(RPG-MEMBER-IX)
                       MOVE RPG-LINK-FROM(RPG-LINK-IX)
                           TO RPG-SEED-ID
                       PERFORM ADD-RELATED-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM.
