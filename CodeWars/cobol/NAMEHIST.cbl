                         AU-TIME     BY AI-TIME
                         AU-ACTION   BY AI-ACTION
                         AU-OPERATOR BY AI-OPERATOR
                         AU-SOURCE   BY AI-SOURCE
                         AU-APPROVER BY AI-APPROVER.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
           05 WS-ENT-ACTION       PIC X.
           05 WS-ENT-OPERATOR     PIC X(8).
           05 WS-ENT-SOURCE       PIC X(8).
           05 WS-ENT-APPROVER     PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           MOVE AM-ACTION TO WS-ENT-ACTION.
           MOVE AM-OPERATOR TO WS-ENT-OPERATOR.
           MOVE AM-SOURCE TO WS-ENT-SOURCE.
           MOVE AM-APPROVER TO WS-ENT-APPROVER.
           PERFORM 3000-SELECT-ENTRY.
       2900-TAKE-TAIL-ENTRY.
           MOVE AI-A TO WS-ENT-A.
           MOVE AI-ACTION TO WS-ENT-ACTION.
           MOVE AI-OPERATOR TO WS-ENT-OPERATOR.
           MOVE AI-SOURCE TO WS-ENT-SOURCE.
           MOVE AI-APPROVER TO WS-ENT-APPROVER.
           PERFORM 3000-SELECT-ENTRY.
       3000-SELECT-ENTRY.
           IF (NOT WS-NAME-GIVEN OR WS-ENT-NAME = WS-SELECT-NAME)
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      * A void or reissue that went through the approval
      * queue names its checker on a line of its own under
      * the entry - the entry line is already full width.
           IF WS-ENT-APPROVER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "                   APPROVED BY "
                          DELIMITED BY SIZE
                      WS-ENT-APPROVER DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * Entries written before the action code was carried on
      * the audit record arrive with a blank action; they are
      * real history and are printed, just without a named
