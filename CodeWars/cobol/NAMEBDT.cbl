       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEBDT.
      ******************************************************
      * Business-date lookup for the nightly cycle.  Every
      * batch step takes its run date from the processing
      * calendar's control record through this one routine
      * instead of from the system clock, so a cycle that
      * starts after midnight still runs as the day it is
      * processing, and a missed day can be caught up as its
      * own date.  NAMECALR moves the date on at the end of a
      * good cycle; nothing here changes it.
      *
      * CALMST is opened and closed on every call - a step
      * asks once, at start-up - so no caller has to declare
      * the file.  Any failure comes back in BUS-RETURN and
      * the caller refuses to run: a step that quietly used
      * the clock instead would be the very problem the
      * calendar exists to cure.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY NAMECAL.
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS          PIC XX.
       LINKAGE SECTION.
       COPY NAMEBUS.
       PROCEDURE DIVISION USING BUS-DATE BUS-RETURN.
       0000-MAIN.
           MOVE ZERO TO BUS-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               MOVE WS-CAL-STATUS TO BUS-RETURN
               GOBACK
           END-IF.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WS-CAL-STATUS TO BUS-RETURN.
           IF WS-CAL-STATUS = "00"
               IF CL-BUS-DATE NOT NUMERIC
                  OR FUNCTION TEST-DATE-YYYYMMDD (CL-BUS-DATE)
                     NOT = ZERO
                   MOVE "99" TO BUS-RETURN
               ELSE
                   MOVE CL-BUS-DATE TO BUS-DATE
               END-IF
           END-IF.
           CLOSE CALENDAR-FILE.
           GOBACK.
       END PROGRAM NAMEBDT.
