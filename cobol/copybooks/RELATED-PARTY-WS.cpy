      *> RELATED-PARTY-WS.cpy
      *> Related-Party Group Lookup - Working Storage
      *>
      *> Fields for the paragraphs in RELATED-PARTY-PARA.cpy. Callers
      *> PERFORM LOAD-RELATED-PARTIES once (every ACTIVE link on
      *> related-party-register.dat into the table below; no
      *> register means no links, and every customer is a group of
      *> one). Then, for each group wanted, they PERFORM
      *> START-RELATED-GROUP, move each starting customer to
      *> RPG-SEED-ID and PERFORM ADD-RELATED-MEMBER, and PERFORM
      *> EXPAND-RELATED-GROUP. RPG-MEMBER-ID(1 .. RPG-MEMBER-COUNT)
      *> then lists everyone in the group, and RPG-GROUP-LABEL names
      *> the group by its lowest customer ID, so the same group
      *> carries the same label whoever it was reached from.
      *> CHECK-RELATED-MEMBER asks whether RPG-SEED-ID is in the
      *> group without adding it.
      *> RELATED-GROUP-TRUNCATED says the group outgrew the member
      *> table. Declare the companion SELECT and FD
      *> (RELATED-PARTY-REC.cpy against FCP-RELATED-PARTIES, LINE
      *> SEQUENTIAL, FILE STATUS RPG-FILE-STATUS) alongside.

       01  RPG-FILE-STATUS             PIC XX VALUE SPACES.
       01  RPG-EOF                     PIC X VALUE "N".
           88  RPG-AT-EOF              VALUE "Y".

      *> Every ACTIVE link on the register
       01  RPG-LINK-TABLE.
           05  RPG-LINK-ENTRY OCCURS 2000 TIMES.
               10  RPG-LINK-FROM       PIC X(10).
               10  RPG-LINK-TO         PIC X(10).
       01  RPG-LINK-COUNT              PIC 9(4) VALUE 0.
       01  RPG-LINK-MAX                PIC 9(4) VALUE 2000.
       01  RPG-LINK-IX                 PIC 9(4) VALUE 0.

      *> One related group, built by START / ADD / EXPAND
       01  RPG-MEMBER-TABLE.
           05  RPG-MEMBER-ID OCCURS 100 TIMES PIC X(10).
       01  RPG-MEMBER-COUNT            PIC 9(3) VALUE 0.
       01  RPG-MEMBER-MAX              PIC 9(3) VALUE 100.
       01  RPG-MEMBER-IX               PIC 9(3) VALUE 0.
       01  RPG-SCAN-IX                 PIC 9(3) VALUE 0.
       01  RPG-SEED-ID                 PIC X(10) VALUE SPACES.
       01  RPG-GROUP-LABEL             PIC X(10) VALUE SPACES.
       01  RPG-MEMBER-HIT              PIC X VALUE "N".
           88  RPG-ALREADY-MEMBER      VALUE "Y".
       01  RPG-TRUNCATED-FLAG          PIC X VALUE "N".
           88  RELATED-GROUP-TRUNCATED VALUE "Y".
