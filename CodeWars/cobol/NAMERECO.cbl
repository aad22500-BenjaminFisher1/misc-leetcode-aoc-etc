           88 WS-DOWN-DIGIT-OK                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       COPY NAMECHK.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMERECO: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 1100-READ-MASTER.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMERECO" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMERECO" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
