       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEPNDR.
      ******************************************************
      * Daily expiry and report over the pending-approval
      * file NAMEMAINT and NAMEMNTB queue voids and reissues
      * to.  An item still waiting after the parameter-driven
      * number of days is expired - marked "E" and never
      * posted, so a void nobody would put their name to does
      * not sit on the queue for months waiting for a tired
      * checker.  The maker keys it again if it is still
      * wanted.
      *
      * The report lists every item still waiting, with its
      * age, and every item approved, declined or expired
      * since the previous business date, with the maker and
      * the checker, and closes with a count of each - the
      * daily view of the queue the auditors asked for.
      * Decisions are stamped online with the clock date, so
      * one taken on a weekend, a holiday or after midnight
      * falls between business dates; the window from the
      * previous business date (off the CALMST control
      * record) to the run date takes each one exactly once.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PNDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO PNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO PNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PP-EXPIRE-DAYS      PIC 9(3).
       FD  PENDING-FILE.
           COPY NAMEPND.
       FD  CALENDAR-FILE.
           COPY NAMECAL.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-PEND-STATUS         PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-CAL-STATUS          PIC XX.
       01  WS-PREV-BUS-DATE       PIC 9(8).
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-EXPIRE-DAYS         PIC 9(3).
       01  WS-AGE-DAYS            PIC S9(5).
       01  WS-AGE-PRINT           PIC ZZZ9.
       01  WS-PEND-EOF-SW         PIC X           VALUE "N".
           88 WS-PEND-EOF                         VALUE "Y".
       01  WS-LIST-SW             PIC X           VALUE "N".
           88 WS-LIST-ITEM                        VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-ACTION-TEXT         PIC X(7).
       01  WS-STATUS-TEXT         PIC X(8).
       01  WS-WAITING-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-APPROVED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-DECLINED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-EXPIRED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEPNDR: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           PERFORM 1200-READ-PREV-BUS-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 1500-READ-PARM.
           PERFORM 2000-PRINT-HEADING.
           PERFORM UNTIL WS-PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-TAKE-ITEM
               END-READ
           END-PERFORM.
           PERFORM 4000-PRINT-TRAILER.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NAMEPNDR: UNABLE TO OPEN PNDPARM, STATUS "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A queue nobody has written to yet is an empty queue,
      * and the report says so; it is created here the way
      * its writers create it.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NAMEPNDR: UNABLE TO OPEN PNDMST, STATUS "
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEPNDR: UNABLE TO OPEN PNDRPT, STATUS "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
      * NAMEBDT hands back only the business date; the one
      * before it is read off the control record directly.
      * A calendar that has never been rolled has none, and
      * the day before the run date stands in.
       1200-READ-PREV-BUS-DATE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NAMEPNDR: UNABLE TO OPEN CALMST, STATUS "
                       WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO CL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "NAMEPNDR: NO CONTROL RECORD ON CALMST"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CL-PREV-BUS-DATE NUMERIC
              AND CL-PREV-BUS-DATE NOT = ZERO
              AND CL-PREV-BUS-DATE < WS-RUN-DATE
               MOVE CL-PREV-BUS-DATE TO WS-PREV-BUS-DATE
           ELSE
               COMPUTE WS-PREV-BUS-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-RUN-DATE-INT - 1)
           END-IF.
           CLOSE CALENDAR-FILE.
      * Zero days is refused rather than taken literally: it
      * would expire every item before a checker could ever
      * see it.
       1500-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "NAMEPNDR: PNDPARM IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF PP-EXPIRE-DAYS NOT NUMERIC OR PP-EXPIRE-DAYS = ZERO
               DISPLAY "NAMEPNDR: EXPIRY DAYS NOT A POSITIVE "
                       "NUMBER: " PP-EXPIRE-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PP-EXPIRE-DAYS TO WS-EXPIRE-DAYS.
       2000-PRINT-HEADING.
           MOVE "NAME MASTER - PENDING APPROVAL QUEUE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ", EXPIRE AFTER " DELIMITED BY SIZE
                  WS-EXPIRE-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NAME        ACTION   STATUS    KEYED     AGE  MAKER"
               TO REPORT-LINE.
           MOVE "CHECKER" TO REPORT-LINE (57:7).
           WRITE REPORT-LINE.
      * A waiting item is aged first, so one that crosses the
      * limit tonight is expired and reported as such rather
      * than listed as waiting one last time.  Items decided
      * on or before the previous business date have been
      * reported already and are passed over.
       3000-TAKE-ITEM.
           SET WS-LIST-ITEM TO FALSE.
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(PD-REQ-DATE).
           IF PD-PENDING AND WS-AGE-DAYS > WS-EXPIRE-DAYS
               PERFORM 3500-EXPIRE-ITEM
           END-IF.
           EVALUATE TRUE
               WHEN PD-PENDING
                   SET WS-LIST-ITEM TO TRUE
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "WAITING" TO WS-STATUS-TEXT
               WHEN PD-DECIDED-DATE NOT > WS-PREV-BUS-DATE
                 OR PD-DECIDED-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN PD-APPROVED
                   SET WS-LIST-ITEM TO TRUE
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN PD-DECLINED
                   SET WS-LIST-ITEM TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-STATUS-TEXT
               WHEN PD-EXPIRED
                   SET WS-LIST-ITEM TO TRUE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-STATUS-TEXT
           END-EVALUATE.
           IF WS-LIST-ITEM
               PERFORM 3100-PRINT-ITEM
           END-IF.
       3100-PRINT-ITEM.
           IF PD-ACTION = "V"
               MOVE "VOID" TO WS-ACTION-TEXT
           ELSE
               MOVE "REISSUE" TO WS-ACTION-TEXT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-PRINT.
           MOVE SPACES TO REPORT-LINE.
           STRING PD-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-REQ-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-PRINT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-MAKER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PD-CHECKER DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      * The reissue's new NAME and any note on the decision
      * go on a line of their own under the item.
           IF PD-ACTION = "R" OR PD-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               IF PD-ACTION = "R"
                   STRING "            NEW NAME " DELIMITED BY SIZE
                          PD-NEW-NAME DELIMITED BY SIZE
                     INTO REPORT-LINE
                   END-STRING
               END-IF
               MOVE PD-NOTE TO REPORT-LINE (35:30)
               WRITE REPORT-LINE
           END-IF.
       3500-EXPIRE-ITEM.
           MOVE "E" TO PD-STATUS.
           MOVE WS-RUN-DATE TO PD-DECIDED-DATE.
           MOVE SPACES TO PD-NOTE.
           STRING "NOT DECIDED WITHIN " DELIMITED BY SIZE
                  WS-EXPIRE-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
             INTO PD-NOTE
           END-STRING.
           REWRITE PENDING-RECORD.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NAMEPNDR: REWRITE FAILED FOR " PD-NAME
                       ", STATUS " WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WAITING-COUNT TO WS-PRINT-COUNT.
           STRING "WAITING:            " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPROVED TODAY:     " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-DECLINED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "DECLINED TODAY:     " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRED TODAY:      " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       8800-WRITE-RUN-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEPNDR" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE ZERO TO RC-RETURN.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
      * Count 1 is the items left waiting, count 2 the items
      * expired tonight.
       8900-WRITE-RUN-END.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEPNDR" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-WAITING-COUNT TO RC-COUNT-1.
           MOVE WS-EXPIRED-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE PARM-FILE.
           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMEPNDR.
