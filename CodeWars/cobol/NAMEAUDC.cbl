                         AU-TIME     BY AI-TIME
                         AU-ACTION   BY AI-ACTION
                         AU-OPERATOR BY AI-OPERATOR
                         AU-SOURCE   BY AI-SOURCE
                         AU-APPROVER BY AI-APPROVER.
       FD  AUDIT-MASTER-FILE.
           COPY NAMEAUDK.
       FD  NEW-TAIL-FILE.
                         AU-TIME     BY AO-TIME
                         AU-ACTION   BY AO-ACTION
                         AU-OPERATOR BY AO-OPERATOR
                         AU-SOURCE   BY AO-SOURCE
                         AU-APPROVER BY AO-APPROVER.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 DC-DATE             PIC 9(8).
           MOVE AI-ACTION TO AM-ACTION.
           MOVE AI-OPERATOR TO AM-OPERATOR.
           MOVE AI-SOURCE TO AM-SOURCE.
           MOVE AI-APPROVER TO AM-APPROVER.
           PERFORM 2100-WRITE-ENTRY.
       2100-WRITE-ENTRY.
           SET WS-WRITTEN TO FALSE.
           MOVE AI-ACTION TO AO-ACTION.
           MOVE AI-OPERATOR TO AO-OPERATOR.
           MOVE AI-SOURCE TO AO-SOURCE.
           MOVE AI-APPROVER TO AO-APPROVER.
           WRITE NEW-TAIL-RECORD.
           ADD 1 TO WS-KEPT-COUNT.
       8000-SHOW-COUNTS.
