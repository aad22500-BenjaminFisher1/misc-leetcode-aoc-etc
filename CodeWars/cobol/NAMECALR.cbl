       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECALR.
      ******************************************************
      * Business-date roll, the last step of the nightly
      * cycle.  Every batch step runs as the business date on
      * the processing calendar's control record (NAMEBDT);
      * once the night has gone through clean this step moves
      * that date on to the next processing day - the next
      * calendar date that is neither a Saturday or Sunday
      * (when the control record says weekends are off) nor a
      * holiday or non-processing day on file - and lists each
      * day it stepped over and why.
      *
      * The roll goes one processing day at a time, never to
      * the clock date.  A night that is held or abends never
      * reaches this step, so the date stays put and the rerun
      * runs as the same day; a night that was missed
      * altogether is caught up by running the cycle again,
      * which runs as the missed day and rolls to the one
      * after.  A year of dates with no processing day among
      * them means the calendar has been loaded wrong; the
      * step ends RC 16 and leaves the date where it was.
      *
      * RUNLOG is the guard against rolling twice.  The date
      * is rolled only when the build (NAMEBAT) has an end
      * record at RC 4 or under for it and this step has not
      * already ended clean for it.  A restart of the nightly
      * job after the roll runs as the new date, which has no
      * build yet, so it stops here RC 8 with the date left
      * alone instead of stepping over a processing day.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY NAMECAL.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS          PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-NEXT-DATE           PIC 9(8).
       01  WS-NEXT-INT            PIC 9(8).
       01  WS-WEEKDAY             PIC 9.
       01  WS-DAY-REASON          PIC X(30).
       01  WS-WEEKENDS-OFF-SW     PIC X           VALUE "N".
           88 WS-WEEKENDS-OFF                     VALUE "Y".
       01  WS-DATE-FOUND-SW       PIC X           VALUE "N".
           88 WS-DATE-FOUND                       VALUE "Y".
       01  WS-EOF-SW              PIC X           VALUE "N".
           88 WS-EOF                              VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-BUILD-ENDED-SW      PIC X           VALUE "N".
           88 WS-BUILD-ENDED                      VALUE "Y".
       01  WS-ALREADY-ROLLED-SW   PIC X           VALUE "N".
           88 WS-ALREADY-ROLLED                   VALUE "Y".
       01  WS-LOG-BUS-DATE        PIC X(8).
       01  WS-THIS-BUS-DATE       PIC X(8).
       01  WS-HOLD-REASON         PIC X(40)       VALUE SPACES.
       01  WS-MAX-DAYS            PIC 9(4)        VALUE 366.
       01  WS-STEP-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-CONTROL.
           PERFORM 1600-CHECK-RUN-LOG.
           PERFORM 1800-OPEN-RUN-LOG.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 2000-PRINT-HEADING.
           IF WS-HOLD-REASON NOT = SPACES
               DISPLAY "NAMECALR: " WS-HOLD-REASON " "
                       WS-RUN-DATE " - DATE NOT ROLLED"
               MOVE SPACES TO REPORT-LINE
               STRING "** " DELIMITED BY SIZE
                      WS-HOLD-REASON DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " - DATE NOT ROLLED **" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               PERFORM 8900-WRITE-RUN-END
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.
           PERFORM 3000-FIND-NEXT-DATE.
           IF NOT WS-DATE-FOUND
               DISPLAY "NAMECALR: NO PROCESSING DAY WITHIN "
                       WS-MAX-DAYS " DAYS OF " WS-RUN-DATE
               MOVE "** NO PROCESSING DAY FOUND - DATE NOT ROLLED **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-WRITE-RUN-END
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.
           PERFORM 4000-ROLL-CONTROL.
           PERFORM 5000-PRINT-TRAILER.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
      * CALMST is DEFINEd and its control record loaded at
      * install; a missing file is an error here, not
      * something to create empty - every step of the cycle
      * depends on it.
       1000-OPEN-FILES.
           OPEN I-O CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NAMECALR: UNABLE TO OPEN CALMST, STATUS "
                       WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMECALR: UNABLE TO OPEN CALRPT, STATUS "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1500-READ-CONTROL.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "NAMECALR: NO CONTROL RECORD ON CALMST, "
                           "STATUS " WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CL-BUS-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (CL-BUS-DATE) NOT = ZERO
               DISPLAY "NAMECALR: BUSINESS DATE ON CALMST NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CL-BUS-DATE TO WS-RUN-DATE.
           MOVE CL-WEEKENDS-OFF TO WS-WEEKENDS-OFF-SW.
      * A run belongs to the business date it ran as; a
      * record from before RUNLOG carried one falls back on
      * its clock date, as in the batch-window report.  A
      * RUNLOG that cannot be read shows no build, so the date
      * is held.
       1600-CHECK-RUN-LOG.
           MOVE WS-RUN-DATE TO WS-THIS-BUS-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS = "00"
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 1700-TAKE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "NAMECALR: UNABLE TO READ RUNLOG, STATUS "
                       WS-RUNLOG-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ALREADY-ROLLED
                   MOVE "ALREADY ROLLED FROM" TO WS-HOLD-REASON
               WHEN NOT WS-BUILD-ENDED
                   MOVE "NO CLEAN BUILD ON RUNLOG FOR"
                       TO WS-HOLD-REASON
           END-EVALUATE.
       1700-TAKE-RUN-RECORD.
           IF RC-BUS-DATE = SPACES
               MOVE RC-DATE TO WS-LOG-BUS-DATE
           ELSE
               MOVE RC-BUS-DATE TO WS-LOG-BUS-DATE
           END-IF.
           IF WS-LOG-BUS-DATE = WS-THIS-BUS-DATE
              AND RC-TYPE = "E"
               IF RC-PROGRAM = "NAMEBAT" AND RC-RETURN NOT > 4
                   SET WS-BUILD-ENDED TO TRUE
               END-IF
               IF RC-PROGRAM = "NAMECALR" AND RC-RETURN = ZERO
                   SET WS-ALREADY-ROLLED TO TRUE
               END-IF
           END-IF.
       1800-OPEN-RUN-LOG.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
       2000-PRINT-HEADING.
           MOVE "NAME MASTER - BUSINESS DATE ROLL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DATE      NOT PROCESSED BECAUSE" TO REPORT-LINE.
           WRITE REPORT-LINE.
      * Day by day from the business date until a day with
      * nothing against it.  The weekday comes from the day
      * number: day 1 of the integer calendar was a Monday,
      * so a remainder of 6 is a Saturday and 0 a Sunday.
       3000-FIND-NEXT-DATE.
           COMPUTE WS-NEXT-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM UNTIL WS-DATE-FOUND
                      OR WS-STEP-COUNT >= WS-MAX-DAYS
               ADD 1 TO WS-NEXT-INT
               ADD 1 TO WS-STEP-COUNT
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-NEXT-INT)
               PERFORM 3100-CHECK-DAY
           END-PERFORM.
       3100-CHECK-DAY.
           MOVE SPACES TO WS-DAY-REASON.
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-NEXT-INT, 7).
           IF WS-WEEKENDS-OFF
               IF WS-WEEKDAY = 6
                   MOVE "SATURDAY" TO WS-DAY-REASON
               END-IF
               IF WS-WEEKDAY = 0
                   MOVE "SUNDAY" TO WS-DAY-REASON
               END-IF
           END-IF.
           IF WS-DAY-REASON = SPACES
               MOVE WS-NEXT-DATE TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3200-DAY-ON-FILE
               END-READ
           END-IF.
           IF WS-DAY-REASON = SPACES
               SET WS-DATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NEXT-DATE TO REPORT-LINE (1:8)
               MOVE WS-DAY-REASON TO REPORT-LINE (11:30)
               WRITE REPORT-LINE
           END-IF.
      * The calendar carries only the days the cycle does not
      * run, so any day on file is stepped over; the
      * description says why, and a blank one falls back on
      * the day type.
       3200-DAY-ON-FILE.
           MOVE CL-DESC TO WS-DAY-REASON.
           IF WS-DAY-REASON = SPACES
               IF CL-HOLIDAY
                   MOVE "HOLIDAY" TO WS-DAY-REASON
               ELSE
                   MOVE "NON-PROCESSING DAY" TO WS-DAY-REASON
               END-IF
           END-IF.
      * The day lookups have used the record area, so the
      * control record is read again before it is rewritten.
       4000-ROLL-CONTROL.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "NAMECALR: CONTROL RECORD LOST, STATUS "
                           WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8900-WRITE-RUN-END
                   STOP RUN
           END-READ.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE CL-BUS-DATE TO CL-PREV-BUS-DATE.
           MOVE WS-NEXT-DATE TO CL-BUS-DATE.
           MOVE WS-AUDIT-DATE TO CL-ROLLED-DATE.
           MOVE WS-RUN-TIME TO CL-ROLLED-TIME.
           REWRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "NAMECALR: UNABLE TO REWRITE CONTROL "
                           "RECORD, STATUS " WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8900-WRITE-RUN-END
                   STOP RUN
           END-REWRITE.
       5000-PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-PRINT-COUNT.
           STRING "DAYS STEPPED OVER:   " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUSINESS DATE ROLLED FROM " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-NEXT-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           DISPLAY "NAMECALR: BUSINESS DATE ROLLED FROM " WS-RUN-DATE
                   " TO " WS-NEXT-DATE.
       8800-WRITE-RUN-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMECALR" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE ZERO TO RC-RETURN.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
      * Count 1 is the calendar days moved on, count 2 the
      * ones among them stepped over.  The end record carries
      * the business date the cycle ran as, not the new one.
       8900-WRITE-RUN-END.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMECALR" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-STEP-COUNT TO RC-COUNT-1.
           MOVE WS-SKIPPED-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE CALENDAR-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMECALR.
