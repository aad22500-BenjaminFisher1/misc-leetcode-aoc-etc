       01  WS-SR-OVERFLOW-COUNT   PIC 9(6)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZZ,ZZ9.
       01  WS-RUN-DATE            PIC 9(8).
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMERPT: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-SUMMARIZE-MASTER.
           PERFORM 3000-SUMMARIZE-REJECTS.
