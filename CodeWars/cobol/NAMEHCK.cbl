       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEHCK.
      ******************************************************
      * Morning operations health check.  One page for the
      * shift lead, in place of opening the batch-window
      * report, the sweep exceptions, the acknowledgment
      * report, the aged breaks, the open rejects and the
      * security review one after another to work out whether
      * last night was clean.  Each area gets a count and a
      * RED, AMBER or GREEN status from the thresholds on
      * HCKPARM, worst first being where to start:
      *
      *   STEPS   - runs of the scheduled steps that wrote no
      *             end record on RUNLOG for the night or ended
      *             above RC 4, and steps that did not run
      *   SWEEP   - exceptions the integrity sweep found
      *             (the trailer of VFYRPT)
      *   UNACKED - delta records downstream has not
      *             acknowledged (DLTIN against ACKIN)
      *   DLTREJ  - delta records downstream rejected
      *   NEWBRK  - breaks first seen on the night (BRKMST)
      *   ESCBRK  - open breaks older than the escalation days
      *             NAMEAGE uses (AGEPARM)
      *   OLDREJ  - rejects still open from before the night
      *   SIGNON  - failed sign-ons on SECLOG since the night
      *             began
      *
      * Every file is read directly rather than through the
      * programs' own reports, except the sweep, whose counts
      * exist nowhere else.  An area whose file cannot be read,
      * or holds some other night's figures, is RED with the
      * reason - a check that cannot be made is not a pass.
      *
      * The night under review is a business date.  Once the
      * clock has passed the calendar's business date that
      * night should have run, so it is the one reviewed;
      * otherwise the cycle has rolled the date on and the
      * night just run is the previous business date.  A
      * review date on the HCKPARM control card overrides
      * both, to look again at an earlier night.
      *
      * The step ends RC 0 when every area is green, RC 4
      * when the worst is amber and RC 8 when any is red.
      * DLTIN and ACKIN must arrive sorted on NAME and action,
      * as for NAMEACK.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO HCKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT SWEEP-REPORT-FILE ASSIGN TO VFYRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VFYRPT-STATUS.
           SELECT DELTA-IN-FILE ASSIGN TO DLTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLTIN-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT AGE-PARM-FILE ASSIGN TO AGEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGEPARM-STATUS.
           SELECT BREAK-MASTER-FILE ASSIGN TO BRKMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-NAME
               FILE STATUS IS WS-BRKMST-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO HCKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * HCKPARM carries three kinds of card.  A "T" card gives
      * an area its thresholds: the count at which it turns
      * amber and the count at which it turns red, zero for
      * never.  A "P" card names a program scheduled in the
      * nightly cycle that stamps RUNLOG, one card per
      * program however many times it runs.  One optional "C"
      * card gives a review date (zero to take it from the
      * calendar) and the time of day the night begins for
      * the sign-on count (zero for 18:00).
       FD  PARM-FILE.
       01  HEALTH-PARM-RECORD.
           05 HP-TYPE             PIC X.
               88 HP-CONTROL-CARD                VALUE "C".
               88 HP-PROGRAM-CARD                VALUE "P".
               88 HP-THRESHOLD-CARD              VALUE "T".
           05 FILLER              PIC X.
           05 HP-DETAIL.
               10 HP-NAME         PIC X(8).
               10 FILLER          PIC X.
               10 HP-AMBER        PIC 9(6).
               10 FILLER          PIC X.
               10 HP-RED          PIC 9(6).
           05 HP-CONTROL-DETAIL REDEFINES HP-DETAIL.
               10 HP-REVIEW-DATE  PIC 9(8).
               10 FILLER          PIC X.
               10 HP-NIGHT-FROM   PIC 9(6).
               10 FILLER          PIC X(7).
       FD  CALENDAR-FILE.
           COPY NAMECAL.
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       FD  SWEEP-REPORT-FILE.
       01  SWEEP-REPORT-LINE      PIC X(80).
       FD  DELTA-IN-FILE.
           COPY NAMEDLTR
               REPLACING DELTA-RECORD BY DELTA-IN-RECORD
                         DL-NAME     BY DI-NAME
                         DL-A        BY DI-A
                         DL-B        BY DI-B
                         DL-DATE     BY DI-DATE
                         DL-STATUS   BY DI-STATUS
                         DL-ACTION   BY DI-ACTION.
      * The downstream acknowledgment, as NAMEACK reads it.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 AK-ACTION           PIC X.
           05 FILLER              PIC X.
           05 AK-DISP             PIC X.
           05 FILLER              PIC X.
           05 AK-REASON           PIC X(30).
       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD.
           05 AG-ESCALATE-DAYS    PIC 9(4).
       FD  BREAK-MASTER-FILE.
           COPY NAMEBRK.
       FD  REJECT-FILE.
           COPY NAMEREJ.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-CAL-STATUS          PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-VFYRPT-STATUS       PIC XX.
       01  WS-DLTIN-STATUS        PIC XX.
       01  WS-ACK-STATUS          PIC XX.
       01  WS-AGEPARM-STATUS      PIC XX.
       01  WS-BRKMST-STATUS       PIC XX.
       01  WS-REJECT-STATUS       PIC XX.
       01  WS-SECLOG-STATUS       PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-EOF-SW              PIC X           VALUE "N".
           88 WS-EOF                              VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-REVIEW-DATE         PIC 9(8)        VALUE ZERO.
       01  WS-REVIEW-INT          PIC 9(8).
       01  WS-NIGHT-FROM          PIC 9(6)        VALUE ZERO.
       01  WS-CLOCK-DATE          PIC 9(8).
       01  WS-CLOCK-TIME          PIC 9(6).
       01  WS-WINDOW-STAMP.
           05 WS-WINDOW-DATE      PIC 9(8).
           05 WS-WINDOW-TIME      PIC 9(6).
       01  WS-EVENT-STAMP.
           05 WS-EVENT-DATE       PIC X(8).
           05 WS-EVENT-TIME       PIC X(6).
       01  WS-WORK-BDATE          PIC X(8).
       01  WS-ESCALATE-DAYS       PIC 9(4)        VALUE ZERO.
       01  WS-AGE-DAYS            PIC S9(5).
       01  WS-SWEEP-DATE          PIC X(8)        VALUE SPACES.
       01  WS-SWEEP-TRAILER-SW    PIC X           VALUE "N".
           88 WS-SWEEP-TRAILER                    VALUE "Y".
       01  WS-UNSENT-COUNT        PIC 9(8)        VALUE ZERO.
      * The areas, in the order they print.  Each one's
      * thresholds come from its T card; WS-AREA-NOTE is set
      * when the area could not be checked, and such an area
      * is red whatever its count.
       01  WS-AREA-VALUES.
           05 FILLER              PIC X(40)
               VALUE "STEPS   STEP RUNS FAILED OR MISSING".
           05 FILLER              PIC X(40)
               VALUE "SWEEP   INTEGRITY SWEEP EXCEPTIONS".
           05 FILLER              PIC X(40)
               VALUE "UNACKED DELTA RECORDS NOT ACKNOWLEDGED".
           05 FILLER              PIC X(40)
               VALUE "DLTREJ  DELTA RECORDS REJECTED".
           05 FILLER              PIC X(40)
               VALUE "NEWBRK  NEW BREAKS".
           05 FILLER              PIC X(40)
               VALUE "ESCBRK  BREAKS PAST ESCALATION AGE".
           05 FILLER              PIC X(40)
               VALUE "OLDREJ  OPEN REJECTS OLDER THAN A DAY".
           05 FILLER              PIC X(40)
               VALUE "SIGNON  FAILED SIGN-ONS OVERNIGHT".
       01  WS-AREA-TABLE REDEFINES WS-AREA-VALUES.
           05 WS-AREA-DEF OCCURS 8 TIMES.
               10 WS-AREA-NAME    PIC X(8).
               10 WS-AREA-TITLE   PIC X(32).
       01  WS-AREA-RESULTS.
           05 WS-AREA-ENTRY OCCURS 8 TIMES INDEXED BY WS-AREA-IDX.
               10 WS-AREA-CARD-SW PIC X.
               10 WS-AREA-AMBER   PIC 9(6).
               10 WS-AREA-RED     PIC 9(6).
               10 WS-AREA-COUNT   PIC 9(8).
               10 WS-AREA-NOTE    PIC X(32).
               10 WS-AREA-STATUS  PIC X(5).
       01  WS-AREA-COUNT-MAX      PIC 9           VALUE 8.
       01  WS-AREA-STEPS          PIC 9           VALUE 1.
       01  WS-AREA-SWEEP          PIC 9           VALUE 2.
       01  WS-AREA-UNACKED        PIC 9           VALUE 3.
       01  WS-AREA-DLTREJ         PIC 9           VALUE 4.
       01  WS-AREA-NEWBRK         PIC 9           VALUE 5.
       01  WS-AREA-ESCBRK         PIC 9           VALUE 6.
       01  WS-AREA-OLDREJ         PIC 9           VALUE 7.
       01  WS-AREA-SIGNON         PIC 9           VALUE 8.
       01  WS-WORST-STATUS        PIC X(5)        VALUE "GREEN".
      * One row per scheduled program from the P cards.  A
      * start sets the row pending and an end clears it, and
      * each start/end pair is judged on its own: a program
      * that runs more than once in the night (one response
      * step per sender) counts every run that failed, not
      * just its last.  A run fails when it ends above RC 4,
      * when the next start finds it still pending (it
      * abended and the step was run again), when it is still
      * pending at the end of RUNLOG, or when an end arrives
      * with no start to pair with.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY WS-STEP-IDX.
               10 WS-STEP-PGM     PIC X(8).
               10 WS-STEP-STARTS  PIC 9(4).
               10 WS-STEP-ENDS    PIC 9(4).
               10 WS-STEP-PEND-SW PIC X.
               10 WS-STEP-LAST-RC PIC 9(2).
               10 WS-STEP-FAILS   PIC 9(4).
       01  WS-STEP-USED           PIC 99          VALUE ZERO.
       01  WS-STEP-RESULT         PIC X(34).
       01  WS-DELTA-KEY.
           05 WS-DK-NAME          PIC X(10).
           05 WS-DK-ACTION        PIC X.
       01  WS-ACK-KEY.
           05 WS-AK-NAME          PIC X(10).
           05 WS-AK-ACTION        PIC X.
       01  WS-HIGH-KEY            PIC X(11)       VALUE HIGH-VALUES.
       01  WS-DELTA-PREV-KEY      PIC X(11)       VALUE LOW-VALUES.
       01  WS-ACK-PREV-KEY        PIC X(11)       VALUE LOW-VALUES.
       01  WS-SEQUENCE-SW         PIC X           VALUE "N".
           88 WS-SEQUENCE-BAD                     VALUE "Y".
       01  WS-PRINT-COUNT         PIC ZZZ,ZZ9.
       01  WS-PRINT-LIMIT         PIC ZZZZZ9.
       01  WS-PRINT-SMALL         PIC ZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CLOCK-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-PARM.
           PERFORM 1800-SET-REVIEW-DATE.
           PERFORM 2000-CHECK-STEPS.
           PERFORM 2500-CHECK-SWEEP.
           PERFORM 3000-CHECK-DELTA.
           PERFORM 4000-CHECK-BREAKS.
           PERFORM 5000-CHECK-REJECTS.
           PERFORM 6000-CHECK-SIGNONS.
           PERFORM 7000-RATE-AREAS.
           PERFORM 8000-PRINT-SUMMARY.
           PERFORM 8500-PRINT-STEPS.
           CLOSE REPORT-FILE.
           EVALUATE WS-WORST-STATUS
               WHEN "RED"
                   MOVE 8 TO RETURN-CODE
               WHEN "AMBER"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
      * Only the parm and the report are opened here; the
      * area files are opened one at a time as each area is
      * checked, so one that is missing costs only its own
      * area.
       1000-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NAMEHCK: UNABLE TO OPEN HCKPARM, STATUS "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEHCK: UNABLE TO OPEN HCKRPT, STATUS "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT-MAX
               MOVE "N" TO WS-AREA-CARD-SW (WS-AREA-IDX)
               MOVE ZERO TO WS-AREA-AMBER (WS-AREA-IDX)
               MOVE ZERO TO WS-AREA-RED (WS-AREA-IDX)
               MOVE ZERO TO WS-AREA-COUNT (WS-AREA-IDX)
               MOVE SPACES TO WS-AREA-NOTE (WS-AREA-IDX)
               MOVE SPACES TO WS-AREA-STATUS (WS-AREA-IDX)
           END-PERFORM.
      * A bad card refuses the run, as a bad VOLPARM card
      * refuses the build: a page coloured by thresholds
      * nobody meant is worse than no page.  Every area must
      * have its T card.
       1500-LOAD-PARM.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ PARM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1600-TAKE-CARD
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT-MAX
               IF WS-AREA-CARD-SW (WS-AREA-IDX) NOT = "Y"
                   DISPLAY "NAMEHCK: NO THRESHOLD CARD FOR AREA "
                           WS-AREA-NAME (WS-AREA-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
       1600-TAKE-CARD.
           EVALUATE TRUE
               WHEN HP-CONTROL-CARD
                   IF HP-REVIEW-DATE NOT NUMERIC
                      OR HP-NIGHT-FROM NOT NUMERIC
                      OR HP-NIGHT-FROM > 235959
                       DISPLAY "NAMEHCK: CONTROL CARD NOT VALID"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF HP-REVIEW-DATE NOT = ZERO
                      AND FUNCTION TEST-DATE-YYYYMMDD
                              (HP-REVIEW-DATE) NOT = ZERO
                       DISPLAY "NAMEHCK: REVIEW DATE NOT A DATE: "
                               HP-REVIEW-DATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE HP-REVIEW-DATE TO WS-REVIEW-DATE
                   MOVE HP-NIGHT-FROM TO WS-NIGHT-FROM
               WHEN HP-PROGRAM-CARD
                   IF HP-NAME = SPACES OR WS-STEP-USED >= 30
                       DISPLAY "NAMEHCK: PROGRAM CARD NOT VALID "
                               "OR TOO MANY: " HP-NAME
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STEP-USED
                   SET WS-STEP-IDX TO WS-STEP-USED
                   MOVE HP-NAME TO WS-STEP-PGM (WS-STEP-IDX)
                   MOVE ZERO TO WS-STEP-STARTS (WS-STEP-IDX)
                   MOVE ZERO TO WS-STEP-ENDS (WS-STEP-IDX)
                   MOVE "N" TO WS-STEP-PEND-SW (WS-STEP-IDX)
                   MOVE ZERO TO WS-STEP-LAST-RC (WS-STEP-IDX)
                   MOVE ZERO TO WS-STEP-FAILS (WS-STEP-IDX)
               WHEN HP-THRESHOLD-CARD
                   PERFORM 1700-TAKE-THRESHOLD
               WHEN OTHER
                   DISPLAY "NAMEHCK: UNKNOWN HCKPARM CARD TYPE: "
                           HP-TYPE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       1700-TAKE-THRESHOLD.
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT-MAX
                      OR WS-AREA-NAME (WS-AREA-IDX) = HP-NAME
               CONTINUE
           END-PERFORM.
           IF WS-AREA-IDX > WS-AREA-COUNT-MAX
               DISPLAY "NAMEHCK: UNKNOWN AREA ON THRESHOLD CARD: "
                       HP-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HP-AMBER NOT NUMERIC OR HP-RED NOT NUMERIC
              OR (HP-AMBER NOT = ZERO AND HP-RED NOT = ZERO
                  AND HP-RED < HP-AMBER)
               DISPLAY "NAMEHCK: THRESHOLD CARD FOR " HP-NAME
                       " IS NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-AREA-CARD-SW (WS-AREA-IDX).
           MOVE HP-AMBER TO WS-AREA-AMBER (WS-AREA-IDX).
           MOVE HP-RED TO WS-AREA-RED (WS-AREA-IDX).
      * Without a review date on the parm the calendar says
      * which night to look at: the business date itself once
      * the clock has passed it (the night ran, or should
      * have, and was not rolled), otherwise the previous
      * business date the cycle rolled on from.
       1800-SET-REVIEW-DATE.
           IF WS-REVIEW-DATE = ZERO
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-STATUS NOT = "00"
                   DISPLAY "NAMEHCK: UNABLE TO OPEN CALMST, STATUS "
                           WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZERO TO CL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "NAMEHCK: NO CONTROL RECORD ON CALMST"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
               IF WS-CLOCK-DATE > CL-BUS-DATE
                  OR CL-PREV-BUS-DATE = ZERO
                   MOVE CL-BUS-DATE TO WS-REVIEW-DATE
               ELSE
                   MOVE CL-PREV-BUS-DATE TO WS-REVIEW-DATE
               END-IF
               CLOSE CALENDAR-FILE
           END-IF.
           COMPUTE WS-REVIEW-INT =
               FUNCTION INTEGER-OF-DATE (WS-REVIEW-DATE).
           IF WS-NIGHT-FROM = ZERO
               MOVE 180000 TO WS-NIGHT-FROM
           END-IF.
           MOVE WS-REVIEW-DATE TO WS-WINDOW-DATE.
           MOVE WS-NIGHT-FROM TO WS-WINDOW-TIME.
      * A run belongs to the business date it ran as; a
      * record from before RUNLOG carried one falls back on
      * its clock date, as in the batch-window report.
       2000-CHECK-STEPS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               STRING "RUNLOG NOT READ, STATUS " DELIMITED BY SIZE
                      WS-RUNLOG-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-STEPS)
               END-STRING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-TAKE-RUN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                   IF WS-STEP-PEND-SW (WS-STEP-IDX) = "Y"
                       ADD 1 TO WS-STEP-FAILS (WS-STEP-IDX)
                   END-IF
                   IF WS-STEP-STARTS (WS-STEP-IDX) = ZERO
                      AND WS-STEP-ENDS (WS-STEP-IDX) = ZERO
                       ADD 1 TO WS-STEP-FAILS (WS-STEP-IDX)
                   END-IF
                   ADD WS-STEP-FAILS (WS-STEP-IDX)
                       TO WS-AREA-COUNT (WS-AREA-STEPS)
               END-PERFORM
           END-IF.
       2100-TAKE-RUN-RECORD.
           IF RC-BUS-DATE = SPACES
               MOVE RC-DATE TO WS-WORK-BDATE
           ELSE
               MOVE RC-BUS-DATE TO WS-WORK-BDATE
           END-IF.
           IF WS-WORK-BDATE = WS-REVIEW-DATE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                          OR WS-STEP-PGM (WS-STEP-IDX) = RC-PROGRAM
                   CONTINUE
               END-PERFORM
               IF WS-STEP-IDX NOT > WS-STEP-USED
                   IF RC-TYPE = "S"
                       ADD 1 TO WS-STEP-STARTS (WS-STEP-IDX)
                       IF WS-STEP-PEND-SW (WS-STEP-IDX) = "Y"
                           ADD 1 TO WS-STEP-FAILS (WS-STEP-IDX)
                       END-IF
                       MOVE "Y" TO WS-STEP-PEND-SW (WS-STEP-IDX)
                   ELSE
                       ADD 1 TO WS-STEP-ENDS (WS-STEP-IDX)
                       IF WS-STEP-PEND-SW (WS-STEP-IDX) NOT = "Y"
                          OR RC-RETURN > 4
                           ADD 1 TO WS-STEP-FAILS (WS-STEP-IDX)
                       END-IF
                       MOVE "N" TO WS-STEP-PEND-SW (WS-STEP-IDX)
                       MOVE RC-RETURN TO WS-STEP-LAST-RC (WS-STEP-IDX)
                   END-IF
               END-IF
           END-IF.
      * The sweep's own counts are only on its report.  The
      * report must be the one for the night under review and
      * must reach its trailer; a sweep that abended or did
      * not run leaves neither.
       2500-CHECK-SWEEP.
           OPEN INPUT SWEEP-REPORT-FILE.
           IF WS-VFYRPT-STATUS NOT = "00"
               STRING "VFYRPT NOT READ, STATUS " DELIMITED BY SIZE
                      WS-VFYRPT-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-SWEEP)
               END-STRING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SWEEP-REPORT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2600-TAKE-SWEEP-LINE
                   END-READ
               END-PERFORM
               CLOSE SWEEP-REPORT-FILE
               EVALUATE TRUE
                   WHEN WS-SWEEP-DATE NOT = WS-REVIEW-DATE
                       STRING "SWEEP NOT RUN, LAST " DELIMITED BY SIZE
                              WS-SWEEP-DATE DELIMITED BY SIZE
                         INTO WS-AREA-NOTE (WS-AREA-SWEEP)
                       END-STRING
                   WHEN NOT WS-SWEEP-TRAILER
                       MOVE "SWEEP DID NOT FINISH"
                           TO WS-AREA-NOTE (WS-AREA-SWEEP)
               END-EVALUATE
           END-IF.
       2600-TAKE-SWEEP-LINE.
           IF SWEEP-REPORT-LINE (1:9) = "RUN DATE "
               MOVE SWEEP-REPORT-LINE (10:8) TO WS-SWEEP-DATE
           END-IF.
           IF SWEEP-REPORT-LINE (1:25) = "EXCEPTIONS IN ALL:       "
               SET WS-SWEEP-TRAILER TO TRUE
               COMPUTE WS-AREA-COUNT (WS-AREA-SWEEP) =
                   FUNCTION NUMVAL-C (SWEEP-REPORT-LINE (26:10))
           END-IF.
      * The same match NAMEACK makes, counting instead of
      * listing.  An acknowledgment for a record never sent
      * is counted for the page but rates no area; a file out
      * of sequence makes both delta areas uncheckable.
       3000-CHECK-DELTA.
           OPEN INPUT DELTA-IN-FILE.
           IF WS-DLTIN-STATUS NOT = "00"
               STRING "DLTIN NOT READ, STATUS " DELIMITED BY SIZE
                      WS-DLTIN-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-UNACKED)
               END-STRING
               MOVE WS-AREA-NOTE (WS-AREA-UNACKED)
                   TO WS-AREA-NOTE (WS-AREA-DLTREJ)
           ELSE
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS NOT = "00"
                   STRING "ACKIN NOT READ, STATUS " DELIMITED BY SIZE
                          WS-ACK-STATUS DELIMITED BY SIZE
                     INTO WS-AREA-NOTE (WS-AREA-UNACKED)
                   END-STRING
                   MOVE WS-AREA-NOTE (WS-AREA-UNACKED)
                       TO WS-AREA-NOTE (WS-AREA-DLTREJ)
                   CLOSE DELTA-IN-FILE
               ELSE
                   PERFORM 3050-MATCH-DELTA
               END-IF
           END-IF.
       3050-MATCH-DELTA.
           PERFORM 3100-READ-DELTA.
           PERFORM 3200-READ-ACK.
           PERFORM UNTIL (WS-DELTA-KEY = WS-HIGH-KEY
                          AND WS-ACK-KEY = WS-HIGH-KEY)
                      OR WS-SEQUENCE-BAD
               EVALUATE TRUE
                   WHEN WS-DELTA-KEY < WS-ACK-KEY
                       ADD 1 TO WS-AREA-COUNT (WS-AREA-UNACKED)
                       PERFORM 3100-READ-DELTA
                   WHEN WS-DELTA-KEY > WS-ACK-KEY
                       ADD 1 TO WS-UNSENT-COUNT
                       PERFORM 3200-READ-ACK
                   WHEN OTHER
                       IF AK-DISP NOT = "A"
                           ADD 1 TO WS-AREA-COUNT (WS-AREA-DLTREJ)
                       END-IF
                       PERFORM 3100-READ-DELTA
                       PERFORM 3200-READ-ACK
               END-EVALUATE
           END-PERFORM.
           CLOSE DELTA-IN-FILE.
           CLOSE ACK-FILE.
           IF WS-SEQUENCE-BAD
               MOVE "DLTIN/ACKIN OUT OF SEQUENCE"
                   TO WS-AREA-NOTE (WS-AREA-UNACKED)
               MOVE "DLTIN/ACKIN OUT OF SEQUENCE"
                   TO WS-AREA-NOTE (WS-AREA-DLTREJ)
           END-IF.
       3100-READ-DELTA.
           READ DELTA-IN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-DELTA-KEY
               NOT AT END
                   MOVE DI-NAME TO WS-DK-NAME
                   MOVE DI-ACTION TO WS-DK-ACTION
           END-READ.
           IF WS-DELTA-KEY < WS-DELTA-PREV-KEY
               SET WS-SEQUENCE-BAD TO TRUE
           END-IF.
           MOVE WS-DELTA-KEY TO WS-DELTA-PREV-KEY.
       3200-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ACK-KEY
               NOT AT END
                   MOVE AK-NAME TO WS-AK-NAME
                   MOVE AK-ACTION TO WS-AK-ACTION
           END-READ.
           IF WS-ACK-KEY < WS-ACK-PREV-KEY
               SET WS-SEQUENCE-BAD TO TRUE
           END-IF.
           MOVE WS-ACK-KEY TO WS-ACK-PREV-KEY.
      * New is first seen on or after the night under review
      * (a break reopened that night carries a fresh first
      * date, so it counts as new again).  Escalated is aged
      * as NAMEAGE ages it, from the same AGEPARM.
       4000-CHECK-BREAKS.
           OPEN INPUT AGE-PARM-FILE.
           IF WS-AGEPARM-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       MOVE "10" TO WS-AGEPARM-STATUS
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.
           IF WS-AGEPARM-STATUS NOT = "00"
              OR AG-ESCALATE-DAYS NOT NUMERIC
               STRING "AGEPARM NOT READ, STATUS " DELIMITED BY SIZE
                      WS-AGEPARM-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-ESCBRK)
               END-STRING
           ELSE
               MOVE AG-ESCALATE-DAYS TO WS-ESCALATE-DAYS
           END-IF.
           OPEN INPUT BREAK-MASTER-FILE.
           IF WS-BRKMST-STATUS NOT = "00"
               STRING "BRKMST NOT READ, STATUS " DELIMITED BY SIZE
                      WS-BRKMST-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-NEWBRK)
               END-STRING
               MOVE WS-AREA-NOTE (WS-AREA-NEWBRK)
                   TO WS-AREA-NOTE (WS-AREA-ESCBRK)
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ BREAK-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-TAKE-BREAK
                   END-READ
               END-PERFORM
               CLOSE BREAK-MASTER-FILE
           END-IF.
       4100-TAKE-BREAK.
           IF BM-STATUS = "O"
               IF BM-FIRST-DATE NOT < WS-REVIEW-DATE
                   ADD 1 TO WS-AREA-COUNT (WS-AREA-NEWBRK)
               END-IF
               IF WS-AREA-NOTE (WS-AREA-ESCBRK) = SPACES
                   COMPUTE WS-AGE-DAYS = WS-REVIEW-INT
                       - FUNCTION INTEGER-OF-DATE (BM-FIRST-DATE)
                   IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                       ADD 1 TO WS-AREA-COUNT (WS-AREA-ESCBRK)
                   END-IF
               END-IF
           END-IF.
      * A reject written by the night under review is fresh;
      * one still open from any earlier night has had a day
      * to be repaired and has not been.
       5000-CHECK-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               STRING "REJIN NOT READ, STATUS " DELIMITED BY SIZE
                      WS-REJECT-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-OLDREJ)
               END-STRING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RJ-STATUS = SPACE
                              AND RJ-DATE IS NUMERIC
                              AND RJ-DATE < WS-REVIEW-DATE
                               ADD 1 TO WS-AREA-COUNT (WS-AREA-OLDREJ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.
      * Overnight runs from the night-start time on the
      * review date to now, so a Monday check takes in the
      * whole weekend since Friday's cycle.
       6000-CHECK-SIGNONS.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = "00"
               STRING "SECIN NOT READ, STATUS " DELIMITED BY SIZE
                      WS-SECLOG-STATUS DELIMITED BY SIZE
                 INTO WS-AREA-NOTE (WS-AREA-SIGNON)
               END-STRING
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SECURITY-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SE-DATE TO WS-EVENT-DATE
                           MOVE SE-TIME TO WS-EVENT-TIME
                           IF SE-EVENT = "F"
                              AND WS-EVENT-STAMP
                                  NOT < WS-WINDOW-STAMP
                               ADD 1 TO WS-AREA-COUNT (WS-AREA-SIGNON)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           END-IF.
      * A zero threshold is never reached.  The worst area
      * rates the page.
       7000-RATE-AREAS.
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT-MAX
               EVALUATE TRUE
                   WHEN WS-AREA-NOTE (WS-AREA-IDX) NOT = SPACES
                       MOVE "RED" TO WS-AREA-STATUS (WS-AREA-IDX)
                   WHEN WS-AREA-RED (WS-AREA-IDX) NOT = ZERO
                    AND WS-AREA-COUNT (WS-AREA-IDX)
                        NOT < WS-AREA-RED (WS-AREA-IDX)
                       MOVE "RED" TO WS-AREA-STATUS (WS-AREA-IDX)
                   WHEN WS-AREA-AMBER (WS-AREA-IDX) NOT = ZERO
                    AND WS-AREA-COUNT (WS-AREA-IDX)
                        NOT < WS-AREA-AMBER (WS-AREA-IDX)
                       MOVE "AMBER" TO WS-AREA-STATUS (WS-AREA-IDX)
                   WHEN OTHER
                       MOVE "GREEN" TO WS-AREA-STATUS (WS-AREA-IDX)
               END-EVALUATE
               IF WS-AREA-STATUS (WS-AREA-IDX) = "RED"
                   MOVE "RED" TO WS-WORST-STATUS
               END-IF
               IF WS-AREA-STATUS (WS-AREA-IDX) = "AMBER"
                  AND WS-WORST-STATUS = "GREEN"
                   MOVE "AMBER" TO WS-WORST-STATUS
               END-IF
           END-PERFORM.
       8000-PRINT-SUMMARY.
           MOVE "MORNING OPERATIONS HEALTH CHECK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NIGHT OF BUSINESS DATE " DELIMITED BY SIZE
                  WS-REVIEW-DATE DELIMITED BY SIZE
                  "   CHECKED " DELIMITED BY SIZE
                  WS-CLOCK-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOCK-TIME DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERALL: " DELIMITED BY SIZE
                  WS-WORST-STATUS DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AREA      STATUS  COUNT  AMBER    RED  WHAT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                   UNTIL WS-AREA-IDX > WS-AREA-COUNT-MAX
               PERFORM 8100-PRINT-AREA-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ESCALATE-DAYS TO WS-PRINT-SMALL.
           STRING "BREAKS ESCALATE OVER " DELIMITED BY SIZE
                  WS-PRINT-SMALL DELIMITED BY SIZE
                  " DAYS; SIGN-ONS COUNTED FROM " DELIMITED BY SIZE
                  WS-WINDOW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-WINDOW-TIME DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-UNSENT-COUNT > ZERO
               MOVE WS-UNSENT-COUNT TO WS-PRINT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ACKNOWLEDGED BUT NEVER SENT: "
                          DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                      " - WRONG DELTA GENERATION?" DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * An area that could not be checked shows why in place
      * of its title, and no count.
       8100-PRINT-AREA-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-AREA-NAME (WS-AREA-IDX) TO REPORT-LINE (1:8).
           MOVE WS-AREA-STATUS (WS-AREA-IDX) TO REPORT-LINE (11:5).
           MOVE WS-AREA-AMBER (WS-AREA-IDX) TO WS-PRINT-LIMIT.
           MOVE WS-PRINT-LIMIT TO REPORT-LINE (24:6).
           MOVE WS-AREA-RED (WS-AREA-IDX) TO WS-PRINT-LIMIT.
           MOVE WS-PRINT-LIMIT TO REPORT-LINE (31:6).
           IF WS-AREA-NOTE (WS-AREA-IDX) = SPACES
               MOVE WS-AREA-COUNT (WS-AREA-IDX) TO WS-PRINT-COUNT
               MOVE WS-PRINT-COUNT TO REPORT-LINE (16:7)
               MOVE WS-AREA-TITLE (WS-AREA-IDX) TO REPORT-LINE (39:32)
           ELSE
               MOVE "    n/a" TO REPORT-LINE (16:7)
               MOVE WS-AREA-NOTE (WS-AREA-IDX) TO REPORT-LINE (39:32)
           END-IF.
           WRITE REPORT-LINE.
      * Every scheduled program is listed, clean or not, so
      * the page also shows what was expected to run.
       8500-PRINT-STEPS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SCHEDULED STEPS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PROGRAM   STARTS  ENDS  LAST RC  FAILED  RESULT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-USED
               PERFORM 8600-PRINT-STEP-LINE
           END-PERFORM.
       8600-PRINT-STEP-LINE.
           EVALUATE TRUE
               WHEN WS-STEP-STARTS (WS-STEP-IDX) = ZERO
                AND WS-STEP-ENDS (WS-STEP-IDX) = ZERO
                   MOVE "** DID NOT RUN **" TO WS-STEP-RESULT
               WHEN WS-STEP-PEND-SW (WS-STEP-IDX) = "Y"
                   MOVE "** NO END - ABENDED OR RUNNING **"
                       TO WS-STEP-RESULT
               WHEN WS-STEP-STARTS (WS-STEP-IDX) = ZERO
                   MOVE "** END WITH NO START **" TO WS-STEP-RESULT
               WHEN WS-STEP-LAST-RC (WS-STEP-IDX) > 4
                   MOVE "** ENDED ABOVE RC 4 **" TO WS-STEP-RESULT
               WHEN WS-STEP-FAILS (WS-STEP-IDX) > ZERO
                   MOVE "** A RUN FAILED - LAST RUN OK **"
                       TO WS-STEP-RESULT
               WHEN OTHER
                   MOVE "OK" TO WS-STEP-RESULT
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-STEP-PGM (WS-STEP-IDX) TO REPORT-LINE (1:8).
           MOVE WS-STEP-STARTS (WS-STEP-IDX) TO WS-PRINT-SMALL.
           MOVE WS-PRINT-SMALL TO REPORT-LINE (11:4).
           MOVE WS-STEP-ENDS (WS-STEP-IDX) TO WS-PRINT-SMALL.
           MOVE WS-PRINT-SMALL TO REPORT-LINE (18:4).
           IF WS-STEP-ENDS (WS-STEP-IDX) > ZERO
               MOVE WS-STEP-LAST-RC (WS-STEP-IDX)
                   TO REPORT-LINE (29:2)
           END-IF.
           MOVE WS-STEP-FAILS (WS-STEP-IDX) TO WS-PRINT-SMALL.
           MOVE WS-PRINT-SMALL TO REPORT-LINE (35:4).
           MOVE WS-STEP-RESULT TO REPORT-LINE (42:34).
           WRITE REPORT-LINE.
       END PROGRAM NAMEHCK.
