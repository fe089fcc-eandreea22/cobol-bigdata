      *> principal retired before charge-off, nets the recoveries
      *> LOAN-PAYMENT has posted to loan-recovery-ledger.dat against
      *> it, and breaks gross, recovered, net loss, and the net loss
      *> rate down by purpose code. A second section lists every
      *> charged-off loan with collateral on collateral-register.dat
      *> and sets the appraised value of that collateral against the
      *> loan's net loss, so finance can see how much of the loss the
      *> assets could still cover.
      *>
      *> Invocation: RECOVERY-REPORT
      *> Example: ./recovery-report
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO FCP-COLLATERAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLATERAL-STATUS.

           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO "recovery-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  RECOVERY-LEDGER-FILE.
           COPY "RECOVERY-REC.cpy".

       FD  COLLATERAL-FILE.
           COPY "COLLATERAL-REC.cpy".

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD        PIC X(120).

       01  WS-LOAN-AMOUNT                PIC 9(8)V99 VALUE 0.
       01  WS-GROSS-CHARGE-OFF           PIC 9(10)V99 VALUE 0.

      *> Collateral register scan work fields - what backs the loan
      *> in hand, and the secured-section totals
       01  WS-COLLATERAL-STATUS          PIC XX VALUE SPACES.
       01  WS-COLLATERAL-EOF             PIC X VALUE "N".
           88  COLLATERAL-AT-EOF         VALUE "Y".
       01  WS-COLLATERAL-COUNT           PIC 9(4) VALUE 0.
       01  WS-COLLATERAL-VALUE           PIC 9(10)V99 VALUE 0.
       01  WS-COLLATERAL-TYPE            PIC X(10) VALUE SPACES.
       01  WS-LOAN-NET-LOSS              PIC 9(10)V99 VALUE 0.
       01  WS-UNCOVERED                  PIC 9(10)V99 VALUE 0.
       01  WS-SECURED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SECURED-VALUE              PIC 9(12)V99 VALUE 0.
       01  WS-SECURED-NET-LOSS           PIC 9(12)V99 VALUE 0.
       01  WS-SECURED-UNCOVERED          PIC 9(12)V99 VALUE 0.

      *> Per-purpose-code breakdown, the same fill-as-you-go table
      *> INTEREST-ACCRUE keeps for its journal.
       01  WS-PURPOSE-TABLE.
       01  WS-RECOVERED-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NET-DISPLAY                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY               PIC ZZ9.9.
       01  WS-COLLATERAL-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-UNCOVERED-DISPLAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *> Central data-file location configuration - no more silent
      *> empty-file creation in the wrong directory
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

           PERFORM WRITE-COLLATERAL-SECTION.

           CLOSE RECOVERY-REPORT-FILE.

       WRITE-COLLATERAL-SECTION.
      *> A second pass over the charged-off book, one line per loan
      *> that has collateral on the register: its appraised value
      *> against the net loss, and the part of the loss the
      *> collateral does not cover.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE "SECURED CHARGE-OFFS - COLLATERAL VS NET LOSS"
               TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING "CUSTOMER   LOAN                  TYPE        "
               "      COLLATERAL            NET LOSS           "
               "UNCOVERED"
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

           OPEN INPUT LOAN-BOOK-FILE.
           IF WS-LOAN-BOOK-STATUS = "00"
               MOVE "N" TO WS-LOAN-BOOK-EOF
               PERFORM READ-LOAN-FOR-COLLATERAL
                   UNTIL LOAN-BOOK-AT-EOF
               CLOSE LOAN-BOOK-FILE
           END-IF.

           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.

           MOVE WS-SECURED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING "Secured charge-offs:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

           MOVE WS-SECURED-VALUE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING "Collateral appraised: $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

           MOVE WS-SECURED-NET-LOSS TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING "Net loss on them:     $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

           MOVE WS-SECURED-UNCOVERED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING "Loss not covered:     $" WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

       READ-LOAN-FOR-COLLATERAL.
           READ LOAN-BOOK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAN-BOOK-EOF
               NOT AT END
                   IF LB-STATUS = "CHARGE-OFF"
                       PERFORM REPORT-ONE-SECURED-LOSS
                   END-IF
           END-READ.

       REPORT-ONE-SECURED-LOSS.
           PERFORM SUM-LOAN-COLLATERAL.
           IF WS-COLLATERAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

      *> Same gross and net arithmetic as the purpose section.
           MOVE FUNCTION NUMVAL(LB-LOAN-AMOUNT-STR)
               TO WS-LOAN-AMOUNT.
           PERFORM SUM-PRINCIPAL-PAID.
           PERFORM SUM-RECOVERIES.
           IF WS-PRINCIPAL-PAID >= WS-LOAN-AMOUNT
               MOVE 0 TO WS-GROSS-CHARGE-OFF
           ELSE
               COMPUTE WS-GROSS-CHARGE-OFF =
                   WS-LOAN-AMOUNT - WS-PRINCIPAL-PAID
           END-IF.
           IF WS-RECOVERED >= WS-GROSS-CHARGE-OFF
               MOVE 0 TO WS-LOAN-NET-LOSS
           ELSE
               COMPUTE WS-LOAN-NET-LOSS =
                   WS-GROSS-CHARGE-OFF - WS-RECOVERED
           END-IF.
           IF WS-COLLATERAL-VALUE >= WS-LOAN-NET-LOSS
               MOVE 0 TO WS-UNCOVERED
           ELSE
               COMPUTE WS-UNCOVERED =
                   WS-LOAN-NET-LOSS - WS-COLLATERAL-VALUE
           END-IF.

           ADD 1 TO WS-SECURED-COUNT.
           ADD WS-COLLATERAL-VALUE TO WS-SECURED-VALUE.
           ADD WS-LOAN-NET-LOSS TO WS-SECURED-NET-LOSS.
           ADD WS-UNCOVERED TO WS-SECURED-UNCOVERED.

           MOVE WS-COLLATERAL-VALUE TO WS-COLLATERAL-DISPLAY.
           MOVE WS-LOAN-NET-LOSS TO WS-NET-DISPLAY.
           MOVE WS-UNCOVERED TO WS-UNCOVERED-DISPLAY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           STRING LB-CUSTOMER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LB-TIMESTAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COLLATERAL-TYPE DELIMITED BY SIZE
               "  $" DELIMITED BY SIZE
               WS-COLLATERAL-DISPLAY DELIMITED BY SIZE
               "  $" DELIMITED BY SIZE
               WS-NET-DISPLAY DELIMITED BY SIZE
               "  $" DELIMITED BY SIZE
               WS-UNCOVERED-DISPLAY DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           END-STRING.
           WRITE RECOVERY-REPORT-RECORD.

       SUM-LOAN-COLLATERAL.
      *> Everything on the register tied to this loan's key, whatever
      *> the lien status - a charged-off loan's lien is still held.
      *> A loan backed by assets of more than one type shows MIXED.
      *> A missing register means no loan is secured.
           MOVE 0 TO WS-COLLATERAL-COUNT.
           MOVE 0 TO WS-COLLATERAL-VALUE.
           MOVE SPACES TO WS-COLLATERAL-TYPE.
           MOVE "N" TO WS-COLLATERAL-EOF.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-COLLATERAL-RECORD
               UNTIL COLLATERAL-AT-EOF.

           CLOSE COLLATERAL-FILE.

       READ-COLLATERAL-RECORD.
           READ COLLATERAL-FILE
               AT END
                   MOVE "Y" TO WS-COLLATERAL-EOF
               NOT AT END
                   IF CG-CUSTOMER-ID = LB-CUSTOMER-ID
                       AND CG-LOAN-TIMESTAMP = LB-TIMESTAMP
                       ADD 1 TO WS-COLLATERAL-COUNT
                       ADD FUNCTION NUMVAL(CG-APPRAISED-VALUE-STR)
                           TO WS-COLLATERAL-VALUE
                       IF WS-COLLATERAL-TYPE = SPACES
                           MOVE CG-COLLATERAL-TYPE
                               TO WS-COLLATERAL-TYPE
                       ELSE
                           IF WS-COLLATERAL-TYPE
                               NOT = CG-COLLATERAL-TYPE
                               MOVE "MIXED" TO WS-COLLATERAL-TYPE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       WRITE-ONE-PURPOSE-LINE.
           IF WS-PURPOSE-RECOVERED(WS-PURPOSE-IX) >=
               WS-PURPOSE-GROSS(WS-PURPOSE-IX)
