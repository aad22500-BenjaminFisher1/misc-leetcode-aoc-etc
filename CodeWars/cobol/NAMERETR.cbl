       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERETR.
      ******************************************************
      * Code retirement run.  Setting RF-EXP-DATE in REFMAINT
      * retires an A/B pair for new business only - NAMEBAT
      * rejects the pair from the expiry date on, but every
      * NAME already issued under it stays live on the master,
      * and until now the only way to know how many was to
      * work NAMEINQ pair by pair.
      *
      * This job reads the reference table for every pair
      * whose expiry date has passed or falls within the
      * number of days the parm allows, browses the master on
      * the NM-AB-PAIR alternate key for the live (not voided)
      * records under each one, and prints an impact report
      * of live NAMEs by pair and, within the pair, by the
      * source that sent them.
      *
      * When the parm asks for it the job also writes those
      * NAMEs as void actions in NAMEMNTB's maintenance file
      * layout, inside the HDR/TRL envelope NAMEMNTB demands,
      * so a retirement is reviewed off the report and then
      * posted through the batch maintenance - and from there
      * through the pending-approval queue like any other
      * void - instead of being keyed by hand.  The header
      * carries the date the file is to be posted on (the run
      * date unless the parm names a later one) and the
      * reserved source "RETIRE".  When no void file is asked
      * for the file is still opened and left empty, so last
      * week's retirement cannot be posted again by mistake.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RETPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO REFTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RF-AB-PAIR
               FILE STATUS IS WS-REF-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO MASTIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               ALTERNATE RECORD KEY IS NM-AB-PAIR
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT VOID-FILE ASSIGN TO RETVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.
           SELECT REPORT-FILE ASSIGN TO RETIRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 RP-WINDOW-DAYS      PIC 9(3).
           05 FILLER              PIC X.
           05 RP-VOID-SW          PIC X.
              88 RP-WRITE-VOIDS               VALUE "Y".
              88 RP-VOID-SW-VALID             VALUE "Y" "N".
           05 FILLER              PIC X.
           05 RP-POST-DATE        PIC X(8).
       FD  REFERENCE-FILE.
           COPY NAMEREF.
       FD  NAME-MASTER-FILE.
           COPY NAMEMSTR.
      * The same three record views NAMEMNTB reads MNTIN with.
       FD  VOID-FILE.
       01  VOID-RECORD.
           05 VD-ACTION           PIC X.
           05 FILLER              PIC X.
           05 VD-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 VD-A                PIC X(4).
           05 FILLER              PIC X.
           05 VD-B                PIC X(5).
       01  VOID-HEADER-RECORD.
           05 VH-REC-TYPE         PIC X(3).
           05 VH-DATE             PIC 9(8).
           05 VH-SOURCE           PIC X(8).
       01  VOID-TRAILER-RECORD.
           05 VT-REC-TYPE         PIC X(3).
           05 VT-COUNT            PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-REF-STATUS          PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-VOID-STATUS         PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-WINDOW-DAYS         PIC 9(3).
       01  WS-WINDOW-DATE         PIC 9(8).
       01  WS-DATE-INT            PIC 9(8).
       01  WS-POST-DATE           PIC 9(8).
       01  WS-STATE-TEXT          PIC X(8).
       01  WS-REF-EOF-SW          PIC X           VALUE "N".
           88 WS-REF-EOF                          VALUE "Y".
       01  WS-BROWSE-DONE-SW      PIC X           VALUE "N".
           88 WS-BROWSE-DONE                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-PAIR-SELECTED-COUNT PIC 9(8)        VALUE ZERO.
       01  WS-PAIR-EXPIRED-COUNT  PIC 9(8)        VALUE ZERO.
       01  WS-PAIR-EXPIRING-COUNT PIC 9(8)        VALUE ZERO.
       01  WS-PAIR-LIVE-COUNT     PIC 9(8)        VALUE ZERO.
       01  WS-PAIR-NAME-COUNT     PIC 9(8)        VALUE ZERO.
       01  WS-LIVE-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-VOID-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
      * By-source table for the pair in hand, cleared pair by
      * pair.  Twenty senders is room to spare; a tail that
      * will not seat tallies under the reserved source
      * "********", as on NAMERPT, so the source lines still
      * sum to the pair's total.
       01  WS-SRC-TABLE.
           05 WS-SRC-ENTRY OCCURS 20 TIMES INDEXED BY WS-SRC-IDX.
               10 WS-SRC-NAME     PIC X(8).
               10 WS-SRC-COUNT    PIC 9(8).
       01  WS-SRC-ENTRIES-USED    PIC 99          VALUE ZERO.
       01  WS-SRC-OVERFLOW-COUNT  PIC 9(8)        VALUE ZERO.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMERETR: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-PARM.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 2000-PRINT-HEADING.
           IF RP-WRITE-VOIDS
               PERFORM 2100-WRITE-VOID-HEADER
           END-IF.
           PERFORM UNTIL WS-REF-EOF
               READ REFERENCE-FILE NEXT RECORD
                   AT END
                       SET WS-REF-EOF TO TRUE
                   NOT AT END
                       PERFORM 3000-TAKE-PAIR
               END-READ
           END-PERFORM.
           IF RP-WRITE-VOIDS
               PERFORM 2200-WRITE-VOID-TRAILER
           END-IF.
           PERFORM 4000-PRINT-TRAILER.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NAMERETR: UNABLE TO OPEN RETPARM, STATUS "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REFERENCE-FILE.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "NAMERETR: UNABLE TO OPEN REFTAB, STATUS "
                       WS-REF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "NAMERETR: UNABLE TO OPEN MASTIO, STATUS "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VOID-FILE.
           IF WS-VOID-STATUS NOT = "00"
               DISPLAY "NAMERETR: UNABLE TO OPEN RETVOID, STATUS "
                       WS-VOID-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMERETR: UNABLE TO OPEN RETIRPT, STATUS "
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
      * The parm carries the look-ahead window in days, Y or N
      * for the void file, and optionally the date the void
      * file is to be posted on.  NAMEMNTB refuses a header not
      * dated its own run date, so a file built tonight for
      * review and posting tomorrow must carry tomorrow's date;
      * blank or zero means tonight.  A posting date in the
      * past could never be posted and is refused here, as is
      * anything else the job cannot make sense of - the void
      * file must never be cut on a guess.
       1500-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "NAMERETR: RETPARM IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RP-WINDOW-DAYS NOT NUMERIC
               DISPLAY "NAMERETR: WINDOW DAYS NOT NUMERIC: "
                       RP-WINDOW-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RP-VOID-SW-VALID
               DISPLAY "NAMERETR: VOID FILE SWITCH MUST BE Y OR N: "
                       RP-VOID-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN RP-POST-DATE = SPACES OR RP-POST-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-POST-DATE
               WHEN RP-POST-DATE NOT NUMERIC
                   DISPLAY "NAMERETR: POSTING DATE NOT NUMERIC: "
                           RP-POST-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE RP-POST-DATE TO WS-POST-DATE
           END-EVALUATE.
           IF WS-POST-DATE < WS-RUN-DATE
               DISPLAY "NAMERETR: POSTING DATE " WS-POST-DATE
                       " IS BEFORE RUN DATE " WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RP-WINDOW-DAYS TO WS-WINDOW-DAYS.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-WINDOW-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-WINDOW-DATE.
       2000-PRINT-HEADING.
           MOVE "NAME MASTER - CODE RETIREMENT IMPACT REPORT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ", PAIRS EXPIRING THROUGH " DELIMITED BY SIZE
                  WS-WINDOW-DATE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF RP-WRITE-VOIDS
               STRING "VOID FILE WRITTEN FOR POSTING ON "
                          DELIMITED BY SIZE
                      WS-POST-DATE DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "NO VOID FILE REQUESTED" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "A     B      EXPIRES   STATE     SOURCE"
               TO REPORT-LINE.
           MOVE "LIVE NAMES" TO REPORT-LINE (44:10).
           WRITE REPORT-LINE.
       2100-WRITE-VOID-HEADER.
           MOVE SPACES TO VOID-HEADER-RECORD.
           MOVE "HDR" TO VH-REC-TYPE.
           MOVE WS-POST-DATE TO VH-DATE.
           MOVE "RETIRE" TO VH-SOURCE.
           WRITE VOID-HEADER-RECORD.
       2200-WRITE-VOID-TRAILER.
           MOVE SPACES TO VOID-TRAILER-RECORD.
           MOVE "TRL" TO VT-REC-TYPE.
           MOVE WS-VOID-COUNT TO VT-COUNT.
           WRITE VOID-TRAILER-RECORD.
      * A zero expiry means no retirement has been announced
      * for the pair, so it is passed over; so is a pair
      * retiring further out than the window.
       3000-TAKE-PAIR.
           IF RF-EXP-DATE NOT = ZERO
              AND RF-EXP-DATE NOT > WS-WINDOW-DATE
               ADD 1 TO WS-PAIR-SELECTED-COUNT
               IF RF-EXP-DATE NOT > WS-RUN-DATE
                   ADD 1 TO WS-PAIR-EXPIRED-COUNT
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               ELSE
                   ADD 1 TO WS-PAIR-EXPIRING-COUNT
                   MOVE "EXPIRING" TO WS-STATE-TEXT
               END-IF
               PERFORM 3100-BROWSE-PAIR
               PERFORM 3500-PRINT-PAIR
           END-IF.
      * Positioned with START on the alternate index at the
      * pair, as NAMEINQ's exact-pair inquiry is; READ NEXT
      * follows the duplicates until the pair changes.
       3100-BROWSE-PAIR.
           MOVE ZERO TO WS-PAIR-NAME-COUNT.
           MOVE ZERO TO WS-SRC-ENTRIES-USED.
           MOVE ZERO TO WS-SRC-OVERFLOW-COUNT.
           SET WS-BROWSE-DONE TO FALSE.
           MOVE RF-AB-PAIR TO NM-AB-PAIR.
           START NAME-MASTER-FILE
               KEY IS NOT LESS THAN NM-AB-PAIR
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ NAME-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF NM-AB-PAIR NOT = RF-AB-PAIR
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           IF NM-STATUS NOT = "V"
                               PERFORM 3200-TAKE-LIVE-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3200-TAKE-LIVE-NAME.
           ADD 1 TO WS-PAIR-NAME-COUNT.
           ADD 1 TO WS-LIVE-COUNT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-ENTRIES-USED
                      OR WS-SRC-NAME (WS-SRC-IDX) = NM-SOURCE
               CONTINUE
           END-PERFORM.
           IF WS-SRC-IDX > WS-SRC-ENTRIES-USED
               IF WS-SRC-ENTRIES-USED < 20
                   ADD 1 TO WS-SRC-ENTRIES-USED
                   SET WS-SRC-IDX TO WS-SRC-ENTRIES-USED
                   MOVE NM-SOURCE TO WS-SRC-NAME (WS-SRC-IDX)
                   MOVE 1 TO WS-SRC-COUNT (WS-SRC-IDX)
               ELSE
                   ADD 1 TO WS-SRC-OVERFLOW-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-SRC-COUNT (WS-SRC-IDX)
           END-IF.
           IF RP-WRITE-VOIDS
               MOVE SPACES TO VOID-RECORD
               MOVE "V" TO VD-ACTION
               MOVE NM-NAME TO VD-NAME
               MOVE NM-A TO VD-A
               MOVE NM-B TO VD-B
               WRITE VOID-RECORD
               ADD 1 TO WS-VOID-COUNT
           END-IF.
      * The pair line carries the first source's count, or
      * NONE when nothing live is left under the pair; each
      * further source gets a line of its own, and a pair with
      * more than one source a total line under them.
       3500-PRINT-PAIR.
           MOVE SPACES TO REPORT-LINE.
           MOVE RF-A TO REPORT-LINE (1:4).
           MOVE RF-B TO REPORT-LINE (7:5).
           MOVE RF-EXP-DATE TO REPORT-LINE (14:8).
           MOVE WS-STATE-TEXT TO REPORT-LINE (24:8).
           IF WS-PAIR-NAME-COUNT = ZERO
               MOVE "NONE" TO REPORT-LINE (50:4)
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-PAIR-LIVE-COUNT
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-ENTRIES-USED
                   MOVE WS-SRC-NAME (WS-SRC-IDX)
                       TO REPORT-LINE (34:8)
                   MOVE WS-SRC-COUNT (WS-SRC-IDX) TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO REPORT-LINE (44:10)
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
               END-PERFORM
               IF WS-SRC-OVERFLOW-COUNT > ZERO
                   MOVE "********" TO REPORT-LINE (34:8)
                   MOVE WS-SRC-OVERFLOW-COUNT TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO REPORT-LINE (44:10)
                   WRITE REPORT-LINE
                   MOVE SPACES TO REPORT-LINE
               END-IF
               IF WS-SRC-ENTRIES-USED > 1
                  OR WS-SRC-OVERFLOW-COUNT > ZERO
                   MOVE "PAIR TOTAL" TO REPORT-LINE (24:10)
                   MOVE WS-PAIR-NAME-COUNT TO WS-PRINT-COUNT
                   MOVE WS-PRINT-COUNT TO REPORT-LINE (44:10)
                   WRITE REPORT-LINE
               END-IF
           END-IF.
       4000-PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PAIR-SELECTED-COUNT TO WS-PRINT-COUNT.
           STRING "PAIRS SELECTED:       " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PAIR-EXPIRED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ALREADY EXPIRED:    " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PAIR-EXPIRING-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EXPIRING IN WINDOW: " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-PAIR-LIVE-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PAIRS WITH LIVE NAMES:" DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LIVE-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIVE NAMES AFFECTED:  " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-VOID-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VOIDS WRITTEN:        " DELIMITED BY SIZE
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
           MOVE "NAMERETR" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE ZERO TO RC-RETURN.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
      * Count 1 is the pairs selected, count 2 the live NAMEs
      * under them.
       8900-WRITE-RUN-END.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMERETR" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-PAIR-SELECTED-COUNT TO RC-COUNT-1.
           MOVE WS-LIVE-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE PARM-FILE.
           CLOSE REFERENCE-FILE.
           CLOSE NAME-MASTER-FILE.
           CLOSE VOID-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMERETR.
