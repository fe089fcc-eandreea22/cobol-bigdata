               EXIT PARAGRAPH
           END-IF.

      *> Review is due. One OPEN periodic item per customer is
      *> enough - an open ID-EXPIRY item is a different piece of
      *> work and does not stand in for the periodic review.
           MOVE CM-CUSTOMER-ID TO WS-WORK-CUSTOMER.
           MOVE CM-NEXT-REVIEW-DATE TO WS-WORK-DUE-DATE.
           PERFORM CHECK-OPEN-ITEM-EXISTS.
               NOT AT END
                   IF KY-CUSTOMER-ID = WS-WORK-CUSTOMER
                       AND KY-STATUS = "OPEN"
                       AND (KY-REASON = "PERIODIC"
                           OR KY-REASON = SPACES)
                       MOVE "Y" TO WS-OPEN-ITEM-FOUND
                   END-IF
           END-READ.
           MOVE SPACES TO KY-REVIEWER-ID.
           MOVE SPACES TO KY-OUTCOME.
           MOVE SPACES TO KY-CLOSED-TS.
           MOVE "PERIODIC" TO KY-REASON.

      *> The append runs under the queue's shared lock so an item
      *> opened while KYC-REVIEW is swapping a closure into place
