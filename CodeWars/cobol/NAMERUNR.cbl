      * whatever date the end carries, so a step that runs
      * across midnight pairs with its own start instead of
      * reading as two broken halves.
      *
      * A run belongs to the business date it ran as
      * (RC-BUS-DATE on its start record), not the clock date
      * it started on, so the report date is a business date:
      * a cycle that starts after midnight, or a missed day
      * caught up a day late, still reports under its own
      * day, and the timeline prints the clock date each step
      * actually started.  Records from before the business
      * date was carried fall back on the clock date.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-PGM-NAME     PIC X(8).
               10 WS-PGM-PEND-SW  PIC X.
               10 WS-PGM-SDATE    PIC X(8).
               10 WS-PGM-BDATE    PIC X(8).
               10 WS-PGM-STIME    PIC X(6).
               10 WS-PGM-RESTART  PIC X.
               10 WS-PGM-RUNS     PIC 9(4).
           88 WS-PGM-HIT                          VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-WORK-PGM            PIC X(8).
       01  WS-WORK-BDATE          PIC X(8).
       01  WS-AVG-SECS            PIC 9(8).
       01  WS-PRINT-SECS          PIC ZZZ,ZZ9.
       01  WS-PRINT-RUNS          PIC ZZZ9.
           MOVE WS-REPORT-DATE (1:6) TO WS-REPORT-MONTH.
       2000-PRINT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH WINDOW - RUN TIMELINE FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE "PROGRAM   START   END     ELAPSED  RC RST"
               TO REPORT-LINE.
           MOVE "COUNT-1   COUNT-2   RUN DATE" TO REPORT-LINE (44:28).
           WRITE REPORT-LINE.
       3000-TAKE-RECORD.
           MOVE RC-PROGRAM TO WS-WORK-PGM.
           IF RC-BUS-DATE = SPACES
               MOVE RC-DATE TO WS-WORK-BDATE
           ELSE
               MOVE RC-BUS-DATE TO WS-WORK-BDATE
           END-IF.
           PERFORM 4000-FIND-PROGRAM.
           IF WS-PGM-HIT
               IF RC-TYPE = "S"
      * before the new start takes the slot.
       3100-TAKE-START.
           IF WS-PGM-PEND-SW (WS-PGM-IDX) = "Y"
              AND WS-PGM-BDATE (WS-PGM-IDX) = WS-REPORT-DATE
               PERFORM 3500-PRINT-NO-END
           END-IF.
           MOVE "Y" TO WS-PGM-PEND-SW (WS-PGM-IDX).
           MOVE RC-DATE TO WS-PGM-SDATE (WS-PGM-IDX).
           MOVE WS-WORK-BDATE TO WS-PGM-BDATE (WS-PGM-IDX).
           MOVE RC-TIME TO WS-PGM-STIME (WS-PGM-IDX).
           MOVE RC-RESTART TO WS-PGM-RESTART (WS-PGM-IDX).
       3200-TAKE-END.
           IF WS-PGM-PEND-SW (WS-PGM-IDX) NOT = "Y"
               IF WS-WORK-BDATE = WS-REPORT-DATE
                   MOVE SPACES TO REPORT-LINE
                   STRING RC-PROGRAM DELIMITED BY SIZE
                          "  END RECORD WITH NO MATCHING START"
               END-IF
           ELSE
               PERFORM 3300-COMPUTE-ELAPSED
               IF WS-PGM-BDATE (WS-PGM-IDX) = WS-REPORT-DATE
                   PERFORM 3400-PRINT-TIMELINE
               END-IF
               IF WS-PGM-BDATE (WS-PGM-IDX) (1:6) = WS-REPORT-MONTH
                   ADD 1 TO WS-PGM-RUNS (WS-PGM-IDX)
                   ADD WS-ELAPSED-SECS
                       TO WS-PGM-TOT-SECS (WS-PGM-IDX)
           MOVE WS-PGM-RESTART (WS-PGM-IDX) TO REPORT-LINE (40:1).
           MOVE RC-COUNT-1 TO REPORT-LINE (44:8).
           MOVE RC-COUNT-2 TO REPORT-LINE (54:8).
           MOVE WS-PGM-SDATE (WS-PGM-IDX) TO REPORT-LINE (64:8).
           WRITE REPORT-LINE.
       3500-PRINT-NO-END.
           MOVE SPACES TO REPORT-LINE.
                   MOVE WS-WORK-PGM TO WS-PGM-NAME (WS-PGM-IDX)
                   MOVE "N" TO WS-PGM-PEND-SW (WS-PGM-IDX)
                   MOVE SPACES TO WS-PGM-SDATE (WS-PGM-IDX)
                   MOVE SPACES TO WS-PGM-BDATE (WS-PGM-IDX)
                   MOVE SPACES TO WS-PGM-STIME (WS-PGM-IDX)
                   MOVE "N" TO WS-PGM-RESTART (WS-PGM-IDX)
                   MOVE ZERO TO WS-PGM-RUNS (WS-PGM-IDX)
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-ENTRIES-USED
               IF WS-PGM-PEND-SW (WS-PGM-IDX) = "Y"
                  AND WS-PGM-BDATE (WS-PGM-IDX) = WS-REPORT-DATE
                   PERFORM 3500-PRINT-NO-END
               END-IF
           END-PERFORM.
