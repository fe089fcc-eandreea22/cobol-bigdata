      *> SOD-RULE-REC.cpy
      *> Segregation-Of-Duties Rule Record (80 bytes total)
      *>
      *> One row per pair of duties compliance does not want the same
      *> operator to perform for the same customer, on sod-rules.dat.
      *> SOD-REPORT raises a conflict whenever one operator has an
      *> event matching side A and another matching side B against
      *> one customer, the two no further apart than the window. A
      *> blank action matches every action of the program. Maintained
      *> through TABLE-MAINTAIN's maker/checker flow; while the file
      *> is missing SOD-REPORT applies its built-in rule set.
      *>
      *> Layout:
      *>   Bytes 1-6:   Rule ID (PIC X(6), e.g. SOD001)
      *>   Bytes 7-21:  Side A program (PIC X(15), as AT-PROGRAM-NAME)
      *>   Bytes 22-41: Side A action (PIC X(20), spaces = any)
      *>   Bytes 42-56: Side B program (PIC X(15))
      *>   Bytes 57-76: Side B action (PIC X(20), spaces = any)
      *>   Bytes 77-79: Window in days (PIC X(3), "000" = however
      *>                far apart)
      *>   Byte 80:     Reserved (spaces)
      *> Total: 80 bytes

       01  SOD-RULE-RECORD.
           05  SR-RULE-ID              PIC X(6).
           05  SR-PROGRAM-A            PIC X(15).
           05  SR-ACTION-A             PIC X(20).
           05  SR-PROGRAM-B            PIC X(15).
           05  SR-ACTION-B             PIC X(20).
           05  SR-WINDOW-DAYS          PIC X(3).
           05  FILLER                  PIC X(1).
