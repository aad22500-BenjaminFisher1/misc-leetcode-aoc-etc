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
      * The random READ keys off the record area, which still
      * holds the key just refused, and replaces the area
      * with the seated record; the tail record is untouched
              AND AM-ACTION = AI-ACTION
              AND AM-OPERATOR = AI-OPERATOR
              AND AM-SOURCE = AI-SOURCE
              AND AM-APPROVER = AI-APPROVER
               ADD 1 TO WS-IDENT-COLL-COUNT
               IF WS-IDENT-COLL-COUNT > 10
                   DISPLAY "NAMEAUDF: " WS-IDENT-COLL-COUNT
           MOVE AI-ACTION TO AO-ACTION.
           MOVE AI-OPERATOR TO AO-OPERATOR.
           MOVE AI-SOURCE TO AO-SOURCE.
           MOVE AI-APPROVER TO AO-APPROVER.
           WRITE NEW-TAIL-RECORD.
           ADD 1 TO WS-KEPT-COUNT.
       8000-SHOW-COUNTS.
