       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
      ******************************************************
      * Maintenance transaction for the processing calendar
      * the nightly cycle takes its business date from.  A
      * calendar date keyed here is looked up: one not on
      * file can be added as a holiday (H) or other
      * non-processing day (N) with a description, one on file
      * can be changed or deleted.  Date 0 brings up the
      * control record instead - the business date the next
      * cycle will run as, and whether Saturdays and Sundays
      * are processing days - with the previous business date
      * and the last roll shown for reference.  This program
      * is the only online writer of the calendar, the way
      * REFMAINT is of the reference table; NAMECALR rolls the
      * date on in batch and every other step only reads it.
      *
      * Setting the business date by hand is for install and
      * for the rare night the operators must skip or repeat a
      * day on purpose.  A missed night needs nothing here:
      * the date was never rolled, so the next cycle runs as
      * the missed day.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY NAMECAL.
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS          PIC XX.
       01  WS-QUIT-SW             PIC X           VALUE "N".
           88 WS-QUIT                             VALUE "Y".
       01  WS-FOUND-SW            PIC X           VALUE "N".
           88 WS-FOUND                            VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-CONTROL-SW          PIC X           VALUE "N".
           88 WS-CONTROL                          VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCR-KEY             PIC X(8).
       01  WS-SCR-DATE            PIC 9(8).
       01  WS-SCR-DAY-TYPE        PIC X.
       01  WS-SCR-DESC            PIC X(30).
       01  WS-SCR-BUS-DATE        PIC 9(8).
       01  WS-SCR-PREV-DATE       PIC 9(8).
       01  WS-SCR-WEEKENDS-OFF    PIC X.
       01  WS-SCR-ROLLED-DATE     PIC 9(8).
       01  WS-SCR-ROLLED-TIME     PIC 9(6).
       01  WS-SCR-ACTION          PIC X.
       01  WS-SCR-MSG             PIC X(60).
       SCREEN SECTION.
       01  SCR-CAL-LOOKUP.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PROCESSING CALENDAR MAINTENANCE".
           05 LINE 3 COLUMN 1 VALUE "DATE (BLANK TO QUIT): ".
           05 LINE 3 COLUMN 23 PIC X(8) USING WS-SCR-KEY.
           05 LINE 4 COLUMN 1
               VALUE "YYYYMMDD, OR 0 FOR THE CONTROL RECORD".
       01  SCR-CAL-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PROCESSING CALENDAR - DETAIL".
           05 LINE 3 COLUMN 1 VALUE "DATE:           ".
           05 LINE 3 COLUMN 17 PIC 9(8) FROM WS-SCR-DATE.
           05 LINE 4 COLUMN 1 VALUE "DAY TYPE (H/N): ".
           05 LINE 4 COLUMN 17 PIC X(1) USING WS-SCR-DAY-TYPE.
           05 LINE 5 COLUMN 1 VALUE "DESCRIPTION:    ".
           05 LINE 5 COLUMN 17 PIC X(30) USING WS-SCR-DESC.
           05 LINE 7 COLUMN 1
               VALUE "ACTION - C=CHANGE  D=DELETE  OTHER=SKIP: ".
           05 LINE 7 COLUMN 43 PIC X(1) USING WS-SCR-ACTION.
       01  SCR-CAL-ADD.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PROCESSING CALENDAR - ADD".
           05 LINE 3 COLUMN 1 VALUE "DATE:           ".
           05 LINE 3 COLUMN 17 PIC 9(8) FROM WS-SCR-DATE.
           05 LINE 4 COLUMN 1 VALUE "DAY TYPE (H/N): ".
           05 LINE 4 COLUMN 17 PIC X(1) USING WS-SCR-DAY-TYPE.
           05 LINE 5 COLUMN 1 VALUE "DESCRIPTION:    ".
           05 LINE 5 COLUMN 17 PIC X(30) USING WS-SCR-DESC.
           05 LINE 7 COLUMN 1
               VALUE "ACTION - A=ADD  OTHER=SKIP: ".
           05 LINE 7 COLUMN 30 PIC X(1) USING WS-SCR-ACTION.
       01  SCR-CAL-CONTROL.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PROCESSING CALENDAR - CONTROL".
           05 LINE 3 COLUMN 1 VALUE "BUSINESS DATE:      ".
           05 LINE 3 COLUMN 21 PIC 9(8) USING WS-SCR-BUS-DATE.
           05 LINE 4 COLUMN 1 VALUE "WEEKENDS OFF (Y/N): ".
           05 LINE 4 COLUMN 21 PIC X(1) USING WS-SCR-WEEKENDS-OFF.
           05 LINE 5 COLUMN 1 VALUE "PREVIOUS BUS DATE:  ".
           05 LINE 5 COLUMN 21 PIC 9(8) FROM WS-SCR-PREV-DATE.
           05 LINE 6 COLUMN 1 VALUE "LAST ROLLED:        ".
           05 LINE 6 COLUMN 21 PIC 9(8) FROM WS-SCR-ROLLED-DATE.
           05 LINE 6 COLUMN 30 PIC 9(6) FROM WS-SCR-ROLLED-TIME.
           05 LINE 8 COLUMN 1
               VALUE "ACTION - C=CHANGE  OTHER=SKIP: ".
           05 LINE 8 COLUMN 33 PIC X(1) USING WS-SCR-ACTION.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-CALENDAR.
           PERFORM UNTIL WS-QUIT
               PERFORM 2000-GET-DATE
               IF NOT WS-QUIT
                   IF WS-SCR-MSG NOT = SPACES
                       DISPLAY WS-SCR-MSG
                   ELSE
                       PERFORM 3000-LOOKUP-DATE
                       EVALUATE TRUE
                           WHEN WS-CONTROL
                               PERFORM 7000-SHOW-CONTROL
                           WHEN WS-FOUND
                               PERFORM 4000-SHOW-AND-ACT
                           WHEN OTHER
                               PERFORM 5000-OFFER-ADD
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           STOP RUN.
       1000-OPEN-CALENDAR.
           OPEN I-O CALENDAR-FILE.
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALMAINT: UNABLE TO OPEN CALMST, STATUS "
                       WS-CAL-STATUS
               STOP RUN
           END-IF.
      * The key is taken as text so that a bare 0 can ask for
      * the control record; anything else must be a real
      * calendar date.
       2000-GET-DATE.
           MOVE SPACES TO WS-SCR-KEY.
           MOVE SPACES TO WS-SCR-MSG.
           SET WS-CONTROL TO FALSE.
           DISPLAY SCR-CAL-LOOKUP.
           ACCEPT SCR-CAL-LOOKUP.
           EVALUATE TRUE
               WHEN WS-SCR-KEY = SPACES
                   SET WS-QUIT TO TRUE
               WHEN WS-SCR-KEY = "0" OR WS-SCR-KEY = "00000000"
                   SET WS-CONTROL TO TRUE
                   MOVE ZERO TO WS-SCR-DATE
               WHEN WS-SCR-KEY NOT NUMERIC
                   MOVE "DATE MUST BE YYYYMMDD, NOT LOOKED UP"
                       TO WS-SCR-MSG
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL (WS-SCR-KEY)) NOT = ZERO
                   MOVE "NOT A VALID CALENDAR DATE, NOT LOOKED UP"
                       TO WS-SCR-MSG
               WHEN OTHER
                   MOVE WS-SCR-KEY TO WS-SCR-DATE
           END-EVALUATE.
       3000-LOOKUP-DATE.
           MOVE WS-SCR-DATE TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
       4000-SHOW-AND-ACT.
           MOVE CL-DAY-TYPE TO WS-SCR-DAY-TYPE.
           MOVE CL-DESC TO WS-SCR-DESC.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-CAL-DETAIL.
           ACCEPT SCR-CAL-DETAIL.
           EVALUATE WS-SCR-ACTION
               WHEN "C"
                   PERFORM 4500-APPLY-CHANGE
               WHEN "D"
                   DELETE CALENDAR-FILE RECORD
                   MOVE "CALENDAR DAY DELETED - NOW A PROCESSING DAY"
                       TO WS-SCR-MSG
                   DISPLAY WS-SCR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4500-APPLY-CHANGE.
           PERFORM 6000-VALIDATE-DAY.
           IF WS-SCR-MSG = SPACES
               MOVE WS-SCR-DAY-TYPE TO CL-DAY-TYPE
               MOVE WS-SCR-DESC TO CL-DESC
               REWRITE CALENDAR-RECORD
               MOVE "CALENDAR DAY CHANGED" TO WS-SCR-MSG
           END-IF.
           DISPLAY WS-SCR-MSG.
       5000-OFFER-ADD.
           MOVE "H" TO WS-SCR-DAY-TYPE.
           MOVE SPACES TO WS-SCR-DESC.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-CAL-ADD.
           ACCEPT SCR-CAL-ADD.
           IF WS-SCR-ACTION = "A"
               PERFORM 5500-APPLY-ADD
           END-IF.
       5500-APPLY-ADD.
           PERFORM 6000-VALIDATE-DAY.
           IF WS-SCR-MSG = SPACES
               MOVE ZERO TO CALENDAR-RECORD
               MOVE WS-SCR-DATE TO CL-DATE
               MOVE WS-SCR-DAY-TYPE TO CL-DAY-TYPE
               MOVE WS-SCR-DESC TO CL-DESC
               MOVE SPACE TO CL-WEEKENDS-OFF
               WRITE CALENDAR-RECORD
               MOVE "CALENDAR DAY ADDED - NOT A PROCESSING DAY"
                   TO WS-SCR-MSG
           END-IF.
           DISPLAY WS-SCR-MSG.
      * A day on the calendar is one the cycle steps over, so
      * it needs a type that says why; the description is what
      * the roll report prints against it.
       6000-VALIDATE-DAY.
           MOVE SPACES TO WS-SCR-MSG.
           EVALUATE TRUE
               WHEN WS-SCR-DAY-TYPE NOT = "H"
                AND WS-SCR-DAY-TYPE NOT = "N"
                   MOVE "DAY TYPE MUST BE H OR N, NOT APPLIED"
                       TO WS-SCR-MSG
               WHEN WS-SCR-DESC = SPACES
                   MOVE "DESCRIPTION REQUIRED, NOT APPLIED"
                       TO WS-SCR-MSG
           END-EVALUATE.
      * The control record is written the first time it is
      * changed, at install, and rewritten thereafter.
       7000-SHOW-CONTROL.
           IF WS-FOUND
               MOVE CL-BUS-DATE TO WS-SCR-BUS-DATE
               MOVE CL-WEEKENDS-OFF TO WS-SCR-WEEKENDS-OFF
               MOVE CL-PREV-BUS-DATE TO WS-SCR-PREV-DATE
               MOVE CL-ROLLED-DATE TO WS-SCR-ROLLED-DATE
               MOVE CL-ROLLED-TIME TO WS-SCR-ROLLED-TIME
           ELSE
               MOVE ZERO TO WS-SCR-BUS-DATE
               MOVE "Y" TO WS-SCR-WEEKENDS-OFF
               MOVE ZERO TO WS-SCR-PREV-DATE
               MOVE ZERO TO WS-SCR-ROLLED-DATE
               MOVE ZERO TO WS-SCR-ROLLED-TIME
           END-IF.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-CAL-CONTROL.
           ACCEPT SCR-CAL-CONTROL.
           IF WS-SCR-ACTION = "C"
               PERFORM 7500-APPLY-CONTROL
           END-IF.
       7500-APPLY-CONTROL.
           MOVE SPACES TO WS-SCR-MSG.
           EVALUATE TRUE
               WHEN WS-SCR-BUS-DATE NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-SCR-BUS-DATE)
                    NOT = ZERO
                   MOVE "BUSINESS DATE NOT A VALID DATE, NOT APPLIED"
                       TO WS-SCR-MSG
               WHEN WS-SCR-WEEKENDS-OFF NOT = "Y"
                AND WS-SCR-WEEKENDS-OFF NOT = "N"
                   MOVE "WEEKENDS OFF MUST BE Y OR N, NOT APPLIED"
                       TO WS-SCR-MSG
           END-EVALUATE.
           IF WS-SCR-MSG = SPACES
               IF WS-FOUND
                   MOVE WS-SCR-BUS-DATE TO CL-BUS-DATE
                   MOVE WS-SCR-WEEKENDS-OFF TO CL-WEEKENDS-OFF
                   REWRITE CALENDAR-RECORD
               ELSE
                   MOVE ZERO TO CALENDAR-RECORD
                   MOVE SPACE TO CL-DAY-TYPE
                   MOVE "CONTROL RECORD" TO CL-DESC
                   MOVE WS-SCR-BUS-DATE TO CL-BUS-DATE
                   MOVE WS-SCR-WEEKENDS-OFF TO CL-WEEKENDS-OFF
                   WRITE CALENDAR-RECORD
               END-IF
               MOVE "CONTROL RECORD CHANGED" TO WS-SCR-MSG
           END-IF.
           DISPLAY WS-SCR-MSG.
       END PROGRAM CALMAINT.
