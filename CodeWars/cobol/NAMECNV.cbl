           MOVE OA-ACTION TO AU-ACTION.
           MOVE SPACES TO AU-OPERATOR.
           MOVE SPACES TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-AUD-LOADED-COUNT
