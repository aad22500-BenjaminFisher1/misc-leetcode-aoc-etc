       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMERSP.
      ******************************************************
      * Cuts the response file for one sending system after
      * the nightly build.  The sender is named on RSPPARM,
      * so the run deck executes this step once per sender,
      * each with its own parm and its own RSPOUT.
      *
      * Every line NAMEBAT wrote to the response work file
      * for that sender goes out in TRANSIN order - one per
      * detail the sender transmitted, each carrying the NAME
      * issued or the reason code and text the pair rejected
      * with.  Behind them go the repairs NAMEFIX has posted
      * since the last cycle for the same sender, so a pair
      * the sender was told had rejected comes back with its
      * NAME on the next day's file.
      *
      * The file is wrapped in the same envelope TRANSIN
      * arrives in: an HDR record with the run date and the
      * sender, and a TRL record with the detail count.  The
      * trailer also breaks the count out into issued,
      * rejected and repaired, so the sender can balance the
      * issued-plus-rejected figure against the trailer count
      * it transmitted.
      *
      * RSPWORK and RSPFIX are read input-only - the step can
      * be rerun as often as needed.  RSPFIX is emptied by the
      * run deck only once every sender's step has ended
      * clean.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO RSPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WORK-FILE ASSIGN TO RSPWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPAIR-FILE ASSIGN TO RSPFIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIR-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO RSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPOUT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 RP-SOURCE           PIC X(8).
       FD  WORK-FILE.
           COPY NAMERSPR
               REPLACING RESPONSE-RECORD BY WORK-RECORD
                         RS-SOURCE       BY RW-SOURCE
                         RS-A            BY RW-A
                         RS-B            BY RW-B
                         RS-OUTCOME      BY RW-OUTCOME
                         RS-NAME         BY RW-NAME
                         RS-REASON-CODE  BY RW-REASON-CODE
                         RS-REASON-TEXT  BY RW-REASON-TEXT
                         RS-DATE         BY RW-DATE.
       FD  REPAIR-FILE.
           COPY NAMERSPR
               REPLACING RESPONSE-RECORD BY REPAIR-RECORD
                         RS-SOURCE       BY RX-SOURCE
                         RS-A            BY RX-A
                         RS-B            BY RX-B
                         RS-OUTCOME      BY RX-OUTCOME
                         RS-NAME         BY RX-NAME
                         RS-REASON-CODE  BY RX-REASON-CODE
                         RS-REASON-TEXT  BY RX-REASON-TEXT
                         RS-DATE         BY RX-DATE.
       FD  RESPONSE-FILE.
           COPY NAMERSPR.
       01  RESPONSE-HEADER-RECORD.
           05 RH-REC-TYPE         PIC X(3).
           05 RH-DATE             PIC 9(8).
           05 RH-SOURCE           PIC X(8).
       01  RESPONSE-TRAILER-RECORD.
           05 RT-REC-TYPE         PIC X(3).
           05 RT-COUNT            PIC 9(8).
           05 RT-ISSUED           PIC 9(8).
           05 RT-REJECTED         PIC 9(8).
           05 RT-REPAIRED         PIC 9(8).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC XX.
       01  WS-WORK-STATUS         PIC XX.
       01  WS-REPAIR-STATUS       PIC XX.
       01  WS-RSPOUT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-SOURCE              PIC X(8)        VALUE SPACES.
       01  WS-WORK-EOF-SW         PIC X           VALUE "N".
           88 WS-WORK-EOF                         VALUE "Y".
       01  WS-REPAIR-EOF-SW       PIC X           VALUE "N".
           88 WS-REPAIR-EOF                       VALUE "Y".
       01  WS-DETAIL-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-ISSUED-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-REPAIRED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMERSP: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-PARM.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 2000-WRITE-HEADER.
           PERFORM UNTIL WS-WORK-EOF
               READ WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       IF RW-SOURCE = WS-SOURCE
                           PERFORM 3000-COPY-WORK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-REPAIR-EOF
               READ REPAIR-FILE
                   AT END
                       SET WS-REPAIR-EOF TO TRUE
                   NOT AT END
                       IF RX-SOURCE = WS-SOURCE
                           PERFORM 3500-COPY-REPAIR-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 4000-WRITE-TRAILER.
           PERFORM 8000-SHOW-COUNTS.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
      * The repair file is created empty if it has never been
      * written - a shop whose operators have not yet repaired
      * a reject through NAMEFIX has nothing to carry, and
      * that is no reason to hold the sender's response.
       1000-OPEN-FILES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NAMERSP: UNABLE TO OPEN RSPPARM, STATUS "
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "NAMERSP: UNABLE TO OPEN RSPWORK, STATUS "
                       WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REPAIR-FILE.
           IF WS-REPAIR-STATUS = "35"
               OPEN OUTPUT REPAIR-FILE
               CLOSE REPAIR-FILE
               OPEN INPUT REPAIR-FILE
           END-IF.
           IF WS-REPAIR-STATUS NOT = "00"
               DISPLAY "NAMERSP: UNABLE TO OPEN RSPFIX, STATUS "
                       WS-REPAIR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           IF WS-RSPOUT-STATUS NOT = "00"
               DISPLAY "NAMERSP: UNABLE TO OPEN RSPOUT, STATUS "
                       WS-RSPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN EXTEND RUN-CONTROL-FILE
           END-IF.
      * A blank sender would match every line written before
      * the source was stamped on them and hand one sender
      * another's results - the step is refused instead.
       1500-READ-PARM.
           READ PARM-FILE
               AT END
                   DISPLAY "NAMERSP: RSPPARM IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RP-SOURCE = SPACES
               DISPLAY "NAMERSP: RSPPARM NAMES NO SENDER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RP-SOURCE TO WS-SOURCE.
       2000-WRITE-HEADER.
           MOVE SPACES TO RESPONSE-HEADER-RECORD.
           MOVE "HDR" TO RH-REC-TYPE.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE WS-SOURCE TO RH-SOURCE.
           WRITE RESPONSE-HEADER-RECORD.
      * Work-file lines are already in the response layout and
      * go out untouched; only the outcome is tallied for the
      * trailer.
       3000-COPY-WORK-LINE.
           MOVE WORK-RECORD TO RESPONSE-RECORD.
           WRITE RESPONSE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           IF RW-OUTCOME = "I"
               ADD 1 TO WS-ISSUED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
       3500-COPY-REPAIR-LINE.
           MOVE REPAIR-RECORD TO RESPONSE-RECORD.
           WRITE RESPONSE-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-REPAIRED-COUNT.
       4000-WRITE-TRAILER.
           MOVE SPACES TO RESPONSE-TRAILER-RECORD.
           MOVE "TRL" TO RT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO RT-COUNT.
           MOVE WS-ISSUED-COUNT TO RT-ISSUED.
           MOVE WS-REJECTED-COUNT TO RT-REJECTED.
           MOVE WS-REPAIRED-COUNT TO RT-REPAIRED.
           WRITE RESPONSE-TRAILER-RECORD.
       8000-SHOW-COUNTS.
           DISPLAY "NAMERSP: RESPONSE FILE FOR " WS-SOURCE.
           MOVE WS-ISSUED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMERSP: NAMES ISSUED:      " WS-PRINT-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMERSP: PAIRS REJECTED:    " WS-PRINT-COUNT.
           MOVE WS-REPAIRED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMERSP: REJECTS REPAIRED:  " WS-PRINT-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMERSP: DETAIL LINES:      " WS-PRINT-COUNT.
      * The end record carries the detail lines written and
      * the rejects among them as the run's headline counts.
       8800-WRITE-RUN-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMERSP" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE ZERO TO RC-RETURN.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       8900-WRITE-RUN-END.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMERSP" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-DETAIL-COUNT TO RC-COUNT-1.
           MOVE WS-REJECTED-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE PARM-FILE.
           CLOSE WORK-FILE.
           CLOSE REPAIR-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMERSP.
