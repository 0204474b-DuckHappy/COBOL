           MOVE OLD-REFERENCE TO ORG-REFERENCE.
           MOVE OLD-AMOUNT TO ORG-AMOUNT.
           MOVE ZERO TO ORG-POST-DATE.
           MOVE SPACES TO ORG-CUSTOMER.
           MOVE ZERO TO ORG-KEYED-DATE.
           MOVE ZERO TO ORG-KEYED-TIME.
           WRITE ORIGINAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
