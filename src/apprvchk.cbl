               CLOSE APPROVAL-TOKEN-FILE
           END-IF.

      * A request raised at OPCONSOL carries no expiry until it is
      * approved, so the unapproved test comes first.
       2000-VALIDATE-TOKEN.
           EVALUATE TRUE
               WHEN AT-APPROVED-BY = SPACES
                   MOVE "N" TO APPROVAL-VERDICT
                   MOVE "TOKEN NOT YET APPROVED" TO APPROVAL-REASON
               WHEN AT-EXPIRY-TS < WS-NOW-TS
                   MOVE "N" TO APPROVAL-VERDICT
                   MOVE "TOKEN EXPIRED" TO APPROVAL-REASON
               WHEN AT-APPROVED-BY = AT-REQUESTED-BY
                   MOVE "N" TO APPROVAL-VERDICT
                   MOVE "REQUESTED AND APPROVED BY SAME ID"
