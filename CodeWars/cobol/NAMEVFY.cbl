       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-FUTURE-LIMIT        PIC 9(8).
       01  WS-MASTER-KEY          PIC X(10)       VALUE HIGH-VALUES.
       01  WS-AUDIT-KEY           PIC X(10)       VALUE HIGH-VALUES.
       01  WS-AUDIT-PREV-KEY      PIC X(10)       VALUE LOW-VALUES.
                     B              BY WS-B
                     NAME           BY WS-NAME
                     NAME-OVERFLOW-SW BY WS-NAME-OVERFLOW-SW.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEVFY: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
      * The online programs stamp NM-DATE with the clock, so a
      * date is future only past the clock date - a sweep
      * running after midnight, or catching up an earlier
      * business date, must not fault today's online work.
      * The build stamps the business date, which may stand
      * ahead of the clock, so the later of the two is taken.
           ACCEPT WS-FUTURE-LIMIT FROM DATE YYYYMMDD.
           IF WS-RUN-DATE > WS-FUTURE-LIMIT
               MOVE WS-RUN-DATE TO WS-FUTURE-LIMIT
           END-IF.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-PRINT-HEADING.
           PERFORM 1200-READ-AUDIT.
               MOVE "STATUS NOT SPACE OR V" TO WS-LABEL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.
           IF NM-DATE NOT NUMERIC OR NM-DATE > WS-FUTURE-LIMIT
               ADD 1 TO WS-DATE-ERR-COUNT
               MOVE "DATE NOT NUMERIC OR FUTURE" TO WS-LABEL
               PERFORM 2500-WRITE-EXCEPTION
