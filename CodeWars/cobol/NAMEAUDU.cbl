           MOVE AM-ACTION TO AU-ACTION.
           MOVE AM-OPERATOR TO AU-OPERATOR.
           MOVE AM-SOURCE TO AU-SOURCE.
           MOVE AM-APPROVER TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
           IF WS-FLAT-STATUS = "00"
               ADD 1 TO WS-WRITTEN-COUNT
