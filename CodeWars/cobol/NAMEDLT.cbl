       01  WS-EXTRACT-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
      * Everything stamped after the last extract and no later
      * than this run's own start stamp goes out.  The upper
      * cutoff matters: an online NAMEMAINT change made while
      * this extract is running stays for tomorrow's delta
      * instead of being sent today and then re-selected
      * tomorrow when the checkpoint catches up.  The cutoff
      * is the clock, not the business date: audit entries are
      * stamped by the clock, and a cycle running after
      * midnight must still send what was keyed before it
      * started.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEDLT: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-CUTOFF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME TO WS-CUTOFF-TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-CHECKPOINT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO RC-DATE.
           MOVE WS-STAMP-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEDLT" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO RC-DATE.
           MOVE WS-STAMP-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEDLT" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
