      *> LOAN-CONDITION-PARA.cpy
      *> Loan Conditions-to-Fund - Paragraphs
      *>
      *> See LOAN-CONDITION-WS.cpy for how callers drive these.

       ATTACH-LOAN-CONDITIONS.
      *> Each name on the list goes on as its own OPEN condition. The
      *> append runs under the file's shared lock so it cannot land
      *> mid-swap while CONDITION-CLEAR rewrites the file; if the
      *> lock cannot be had the conditions are appended anyway after
      *> the conflicting program is named - a lost condition would
      *> let the loan fund without it.
           MOVE 0 TO LCN-ATTACHED-COUNT.
           IF LCN-CONDITION-LIST = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FCP-LOAN-CONDITIONS TO FLK-TARGET-NAME.
           PERFORM ACQUIRE-FILE-LOCK.

           OPEN EXTEND LOAN-CONDITION-FILE.
           IF LCN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-CONDITION-FILE
           END-IF.

           MOVE 1 TO LCN-LIST-POINTER.
           PERFORM ATTACH-ONE-CONDITION
               UNTIL LCN-LIST-POINTER > 100.

           CLOSE LOAN-CONDITION-FILE.

           PERFORM RELEASE-FILE-LOCK.

       ATTACH-ONE-CONDITION.
           MOVE SPACES TO LCN-CONDITION-NAME.
           UNSTRING LCN-CONDITION-LIST DELIMITED BY ","
               INTO LCN-CONDITION-NAME
               WITH POINTER LCN-LIST-POINTER
           END-UNSTRING.
           IF LCN-CONDITION-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE LCN-CUSTOMER-ID TO LC-CUSTOMER-ID.
           MOVE LCN-LOAN-TIMESTAMP TO LC-LOAN-TIMESTAMP.
           MOVE LCN-CONDITION-NAME TO LC-CONDITION-NAME.
           MOVE "OPEN" TO LC-STATUS.
           MOVE LCN-SET-BY TO LC-SET-BY.
           MOVE BDT-BUSINESS-DATE TO LC-SET-DATE.
           MOVE SPACES TO LC-CLEARED-BY.
           MOVE SPACES TO LC-CLEARED-DATE.
           WRITE LOAN-CONDITION-RECORD.
           ADD 1 TO LCN-ATTACHED-COUNT.

       FIND-OPEN-CONDITIONS.
      *> A loan with no conditions file at all has none open.
           MOVE 0 TO LCN-OPEN-COUNT.
           OPEN INPUT LOAN-CONDITION-FILE.
           IF LCN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO LCN-EOF.
           PERFORM READ-FOR-OPEN-CONDITION
               UNTIL LCN-AT-EOF.

           CLOSE LOAN-CONDITION-FILE.

       READ-FOR-OPEN-CONDITION.
           READ LOAN-CONDITION-FILE
               AT END
                   MOVE "Y" TO LCN-EOF
               NOT AT END
                   IF LC-CUSTOMER-ID = LCN-CUSTOMER-ID
                       AND LC-LOAN-TIMESTAMP = LCN-LOAN-TIMESTAMP
                       AND LC-STATUS = "OPEN"
                       ADD 1 TO LCN-OPEN-COUNT
                       IF LCN-OPEN-COUNT NOT > 10
                           MOVE LC-CONDITION-NAME
                               TO LCN-OPEN-NAME(LCN-OPEN-COUNT)
                           MOVE LC-SET-BY
                               TO LCN-OPEN-SET-BY(LCN-OPEN-COUNT)
                           MOVE LC-SET-DATE
                               TO LCN-OPEN-SET-DATE(LCN-OPEN-COUNT)
                       END-IF
                   END-IF
           END-READ.
