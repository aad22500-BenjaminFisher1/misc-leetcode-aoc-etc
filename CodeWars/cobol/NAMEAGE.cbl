       01  WS-CLOSED-COUNT        PIC 9(6)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZZ,ZZ9.
       01  WS-FLAG-TEXT           PIC X(12).
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEAGE: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           PERFORM 1000-OPEN-FILES.
