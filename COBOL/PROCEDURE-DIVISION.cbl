                       NOT AT END
                           IF PQ-STATUS = "QUEUED"
                               OR PQ-STATUS = "HOLD"
                               OR PQ-STATUS = "FORMHOLD"
                               OR PQ-STATUS = "PRINTING"
                               ADD 1 TO WS-UNPRINTED
                           END-IF
