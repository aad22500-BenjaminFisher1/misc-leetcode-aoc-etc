       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEINTK.
      ******************************************************
      * Sender-file intake for the nightly build.  Each
      * sending system's transmission lands under its own
      * intake DD, and the expected-files control table says
      * which sender is landed where, the time its file is due
      * by, and whether the night can go on without it.
      *
      * Every sender's envelope is checked on its own, with
      * the same rules NAMEBAT applies: a header first, dated
      * today and naming the sender the slot belongs to, and
      * exactly one trailer, last, whose count balances the
      * details.  A file that passes is copied whole onto the
      * combined TRANSIN the build reads - one envelope after
      * another.  A file that fails is copied instead to the
      * quarantine file behind a control line giving the
      * sender and the reason, and none of its pairs reach
      * the build; the other senders' files go on regardless,
      * so one truncated transmission no longer holds every
      * sender's pairs and the whole downstream feed.
      *
      * A slot with no file, an empty file, or only an older
      * day's file still on hand is a file not received.  It
      * is called out as late once its cutoff has passed.
      *
      * The intake report lists every expected sender and
      * what became of its file.  The step ends RC 8 when a
      * file was quarantined or a mandatory file is late, RC 4
      * when a mandatory file is not yet due, and RC 0
      * otherwise - the build runs on any of those.  Only a
      * control table it cannot trust ends the step RC 16.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO XPCTAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT INTAKE-FILE-1 ASSIGN TO INTAKE1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE1-STATUS.
           SELECT INTAKE-FILE-2 ASSIGN TO INTAKE2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE2-STATUS.
           SELECT INTAKE-FILE-3 ASSIGN TO INTAKE3
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE3-STATUS.
           SELECT INTAKE-FILE-4 ASSIGN TO INTAKE4
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE4-STATUS.
           SELECT INTAKE-FILE-5 ASSIGN TO INTAKE5
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE5-STATUS.
           SELECT TRANS-OUT-FILE ASSIGN TO TRANOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO QUAROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAROUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO INTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY NAMEXPF.
       FD  INTAKE-FILE-1.
       01  INTAKE-RECORD-1        PIC X(20).
       FD  INTAKE-FILE-2.
       01  INTAKE-RECORD-2        PIC X(20).
       FD  INTAKE-FILE-3.
       01  INTAKE-RECORD-3        PIC X(20).
       FD  INTAKE-FILE-4.
       01  INTAKE-RECORD-4        PIC X(20).
       FD  INTAKE-FILE-5.
       01  INTAKE-RECORD-5        PIC X(20).
       FD  TRANS-OUT-FILE.
       01  TRANS-OUT-RECORD       PIC X(20).
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD      PIC X(80).
       01  QUARANTINE-CONTROL-RECORD.
           05 QC-REC-TYPE         PIC X(3).
           05 QC-SOURCE           PIC X(8).
           05 QC-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 QC-REASON           PIC X(50).
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC XX.
       01  WS-INTAKE1-STATUS      PIC XX.
       01  WS-INTAKE2-STATUS      PIC XX.
       01  WS-INTAKE3-STATUS      PIC XX.
       01  WS-INTAKE4-STATUS      PIC XX.
       01  WS-INTAKE5-STATUS      PIC XX.
       01  WS-SLOT-STATUS         PIC XX.
       01  WS-TRANOUT-STATUS      PIC XX.
       01  WS-QUAROUT-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
      * The full eight-digit clock, so the hours survive into
      * the HHMM compared against each sender's cutoff.
       01  WS-NOW-TIME            PIC 9(8).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMM         PIC 9(4).
           05 WS-NOW-SSHH         PIC 9(4).
       01  WS-NOW-MINUTES         PIC 9(4).
       01  WS-CUTOFF-MINUTES      PIC 9(4).
       01  WS-SINCE-CUTOFF        PIC 9(4).
       01  WS-HH                  PIC 9(2).
       01  WS-MM                  PIC 9(2).
       01  WS-CONTROL-EOF-SW      PIC X           VALUE "N".
           88 WS-CONTROL-EOF                      VALUE "Y".
       01  WS-SLOT-EOF-SW         PIC X           VALUE "N".
           88 WS-SLOT-EOF                         VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-TRAILER-SEEN-SW     PIC X           VALUE "N".
           88 WS-TRAILER-SEEN                     VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-PAST-CUTOFF-SW      PIC X           VALUE "N".
           88 WS-PAST-CUTOFF                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-CUR-SLOT            PIC 9.
       01  WS-INTAKE-RECORD       PIC X(20).
       01  WS-INTAKE-HEADER REDEFINES WS-INTAKE-RECORD.
           05 WS-IH-REC-TYPE      PIC X(3).
           05 WS-IH-DATE          PIC 9(8).
           05 WS-IH-SOURCE        PIC X(8).
           05 FILLER              PIC X.
       01  WS-INTAKE-TRAILER REDEFINES WS-INTAKE-RECORD.
           05 WS-IT-REC-TYPE      PIC X(3).
           05 WS-IT-COUNT         PIC 9(8).
           05 FILLER              PIC X(9).
      * One entry per expected sender, in control-table order.
      * XT-RESULT is what became of the sender's file tonight:
      * "A" accepted onto TRANSIN, "Q" quarantined, "M" not
      * received.
       01  WS-XPF-TABLE.
           05 WS-XPF-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-XPF-IDX.
              10 XT-SOURCE        PIC X(8).
              10 XT-CUTOFF        PIC 9(4).
              10 XT-MANDATORY     PIC X.
              10 XT-SLOT          PIC 9.
              10 XT-RESULT        PIC X.
              10 XT-DETAILS       PIC 9(8).
              10 XT-REASON        PIC X(50).
       01  WS-XPF-ENTRIES-USED    PIC 9           VALUE ZERO.
       01  WS-SLOT-TAKEN-TABLE.
           05 WS-SLOT-TAKEN       OCCURS 5 TIMES PIC X.
       01  WS-ACCEPTED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-QUARANTINED-COUNT   PIC 9(8)        VALUE ZERO.
       01  WS-MISSING-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-PASSED-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-STEP-RC             PIC 9(2)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       01  WS-PRINT-COUNT-2       PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEINTK: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-CONTROL-TABLE.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM VARYING WS-XPF-IDX FROM 1 BY 1
                   UNTIL WS-XPF-IDX > WS-XPF-ENTRIES-USED
               PERFORM 2000-TAKE-SENDER
           END-PERFORM.
           PERFORM 4000-PRINT-REPORT.
           MOVE WS-STEP-RC TO RETURN-CODE.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
      * The intake DDs are opened one at a time as each
      * sender is taken, not here - a slot with no file is an
      * outcome to report, not a reason to refuse the step.
      * The quarantine file is appended to, so a night's
      * quarantined files stay on hand until the operators
      * have had them retransmitted.
       1000-OPEN-FILES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "NAMEINTK: UNABLE TO OPEN XPCTAB, STATUS "
                       WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANS-OUT-FILE.
           IF WS-TRANOUT-STATUS NOT = "00"
               DISPLAY "NAMEINTK: UNABLE TO OPEN TRANOUT, STATUS "
                       WS-TRANOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND QUARANTINE-FILE.
           IF WS-QUAROUT-STATUS NOT = "00"
               OPEN OUTPUT QUARANTINE-FILE
               CLOSE QUARANTINE-FILE
               OPEN EXTEND QUARANTINE-FILE
           END-IF.
           IF WS-QUAROUT-STATUS NOT = "00"
               DISPLAY "NAMEINTK: UNABLE TO OPEN QUAROUT, STATUS "
                       WS-QUAROUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEINTK: UNABLE TO OPEN INTRPT, STATUS "
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
      * The control table is the one input this step cannot
      * work around: a sender missing from it would have its
      * file silently ignored, and two senders sharing a slot
      * would have one sender's pairs posted under the other's
      * name.  Any line that does not read cleanly refuses
      * the step.
       1500-LOAD-CONTROL-TABLE.
           MOVE SPACES TO WS-SLOT-TAKEN-TABLE.
           PERFORM UNTIL WS-CONTROL-EOF
               READ CONTROL-FILE
                   AT END
                       SET WS-CONTROL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1600-TAKE-CONTROL-LINE
               END-READ
           END-PERFORM.
           IF WS-XPF-ENTRIES-USED = ZERO
               DISPLAY "NAMEINTK: XPCTAB LISTS NO SENDERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1600-TAKE-CONTROL-LINE.
           IF XF-SOURCE = SPACES
              OR XF-CUTOFF NOT NUMERIC
              OR (XF-MANDATORY NOT = "Y" AND XF-MANDATORY NOT = "N")
              OR XF-SLOT NOT NUMERIC
              OR XF-SLOT < 1 OR XF-SLOT > 5
               DISPLAY "NAMEINTK: XPCTAB LINE NOT VALID: "
                       EXPECTED-FILE-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SLOT-TAKEN (XF-SLOT) = "Y"
               DISPLAY "NAMEINTK: XPCTAB NAMES SLOT " XF-SLOT
                       " MORE THAN ONCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-XPF-ENTRIES-USED = 5
               DISPLAY "NAMEINTK: XPCTAB LISTS MORE THAN 5 SENDERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-SLOT-TAKEN (XF-SLOT).
           ADD 1 TO WS-XPF-ENTRIES-USED.
           SET WS-XPF-IDX TO WS-XPF-ENTRIES-USED.
           MOVE XF-SOURCE TO XT-SOURCE (WS-XPF-IDX).
           MOVE XF-CUTOFF TO XT-CUTOFF (WS-XPF-IDX).
           MOVE XF-MANDATORY TO XT-MANDATORY (WS-XPF-IDX).
           MOVE XF-SLOT TO XT-SLOT (WS-XPF-IDX).
           MOVE SPACE TO XT-RESULT (WS-XPF-IDX).
           MOVE ZERO TO XT-DETAILS (WS-XPF-IDX).
           MOVE SPACES TO XT-REASON (WS-XPF-IDX).
      * Each sender's file is read twice: once to check the
      * envelope end to end, and again to copy it to TRANSIN
      * or to quarantine - nothing from a file reaches the
      * build until the whole of it is known to be good.
       2000-TAKE-SENDER.
           MOVE XT-SLOT (WS-XPF-IDX) TO WS-CUR-SLOT.
           MOVE "A" TO XT-RESULT (WS-XPF-IDX).
           PERFORM 2100-OPEN-SLOT.
           IF WS-SLOT-STATUS = "00"
               PERFORM 2300-CHECK-ENVELOPE
               PERFORM 2150-CLOSE-SLOT
           ELSE
               MOVE "M" TO XT-RESULT (WS-XPF-IDX)
               IF WS-SLOT-STATUS = "35"
                   MOVE "NO FILE LANDED" TO XT-REASON (WS-XPF-IDX)
               ELSE
                   STRING "FILE UNREADABLE, OPEN STATUS "
                              DELIMITED BY SIZE
                          WS-SLOT-STATUS DELIMITED BY SIZE
                     INTO XT-REASON (WS-XPF-IDX)
                   END-STRING
               END-IF
           END-IF.
           EVALUATE XT-RESULT (WS-XPF-IDX)
               WHEN "A"
                   PERFORM 2500-PASS-TO-BUILD
               WHEN "Q"
                   PERFORM 2600-QUARANTINE-FILE
               WHEN OTHER
                   PERFORM 2700-NOTE-MISSING
           END-EVALUATE.
       2100-OPEN-SLOT.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   OPEN INPUT INTAKE-FILE-1
                   MOVE WS-INTAKE1-STATUS TO WS-SLOT-STATUS
               WHEN 2
                   OPEN INPUT INTAKE-FILE-2
                   MOVE WS-INTAKE2-STATUS TO WS-SLOT-STATUS
               WHEN 3
                   OPEN INPUT INTAKE-FILE-3
                   MOVE WS-INTAKE3-STATUS TO WS-SLOT-STATUS
               WHEN 4
                   OPEN INPUT INTAKE-FILE-4
                   MOVE WS-INTAKE4-STATUS TO WS-SLOT-STATUS
               WHEN 5
                   OPEN INPUT INTAKE-FILE-5
                   MOVE WS-INTAKE5-STATUS TO WS-SLOT-STATUS
           END-EVALUATE.
           SET WS-SLOT-EOF TO FALSE.
       2150-CLOSE-SLOT.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   CLOSE INTAKE-FILE-1
               WHEN 2
                   CLOSE INTAKE-FILE-2
               WHEN 3
                   CLOSE INTAKE-FILE-3
               WHEN 4
                   CLOSE INTAKE-FILE-4
               WHEN 5
                   CLOSE INTAKE-FILE-5
           END-EVALUATE.
       2200-READ-SLOT.
           EVALUATE WS-CUR-SLOT
               WHEN 1
                   READ INTAKE-FILE-1 INTO WS-INTAKE-RECORD
                       AT END
                           SET WS-SLOT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ INTAKE-FILE-2 INTO WS-INTAKE-RECORD
                       AT END
                           SET WS-SLOT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ INTAKE-FILE-3 INTO WS-INTAKE-RECORD
                       AT END
                           SET WS-SLOT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ INTAKE-FILE-4 INTO WS-INTAKE-RECORD
                       AT END
                           SET WS-SLOT-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ INTAKE-FILE-5 INTO WS-INTAKE-RECORD
                       AT END
                           SET WS-SLOT-EOF TO TRUE
                   END-READ
           END-EVALUATE.
      * An empty landing file, or one still holding an older
      * day's transmission, means tonight's file has not come
      * in - that is a missing file, not a bad one, and
      * quarantining yesterday's already-processed file again
      * would only confuse the retransmission.  A header the
      * sender got wrong, or a header naming a sender other
      * than the one this slot belongs to, quarantines the file
      * before a single detail is looked at.
       2300-CHECK-ENVELOPE.
           PERFORM 2200-READ-SLOT.
           EVALUATE TRUE
               WHEN WS-SLOT-EOF
                   MOVE "M" TO XT-RESULT (WS-XPF-IDX)
                   MOVE "LANDED FILE IS EMPTY"
                       TO XT-REASON (WS-XPF-IDX)
               WHEN WS-IH-REC-TYPE NOT = "HDR"
                   MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO XT-REASON (WS-XPF-IDX)
               WHEN WS-IH-DATE NOT NUMERIC
                   MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                   MOVE "HEADER DATE IS NOT NUMERIC"
                       TO XT-REASON (WS-XPF-IDX)
               WHEN WS-IH-DATE < WS-RUN-DATE
                   MOVE "M" TO XT-RESULT (WS-XPF-IDX)
                   STRING "ONLY THE FILE OF " DELIMITED BY SIZE
                          WS-IH-DATE DELIMITED BY SIZE
                          " IS ON HAND" DELIMITED BY SIZE
                     INTO XT-REASON (WS-XPF-IDX)
                   END-STRING
               WHEN WS-IH-DATE > WS-RUN-DATE
                   MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                   STRING "HEADER DATE " DELIMITED BY SIZE
                          WS-IH-DATE DELIMITED BY SIZE
                          " IS AHEAD OF THE RUN DATE"
                              DELIMITED BY SIZE
                     INTO XT-REASON (WS-XPF-IDX)
                   END-STRING
               WHEN WS-IH-SOURCE NOT = XT-SOURCE (WS-XPF-IDX)
                   MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                   STRING "HEADER NAMES SENDER " DELIMITED BY SIZE
                          WS-IH-SOURCE DELIMITED BY SIZE
                     INTO XT-REASON (WS-XPF-IDX)
                   END-STRING
               WHEN OTHER
                   PERFORM 2400-CHECK-BODY
           END-EVALUATE.
      * The trailer test is NAMEBAT's own: "TRL" and a numeric
      * count behind it, which no detail pair can look like.
      * The first fault found is the reason given - the rest of
      * the file is not read.
       2400-CHECK-BODY.
           SET WS-TRAILER-SEEN TO FALSE.
           PERFORM UNTIL WS-SLOT-EOF
                      OR XT-RESULT (WS-XPF-IDX) = "Q"
               PERFORM 2200-READ-SLOT
               IF NOT WS-SLOT-EOF
                   PERFORM 2450-CHECK-RECORD
               END-IF
           END-PERFORM.
           IF XT-RESULT (WS-XPF-IDX) = "A"
              AND NOT WS-TRAILER-SEEN
               MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
               MOVE "NO TRAILER - TRANSMISSION TRUNCATED"
                   TO XT-REASON (WS-XPF-IDX)
           END-IF.
       2450-CHECK-RECORD.
           EVALUATE TRUE
               WHEN WS-INTAKE-RECORD (1:3) = "TRL"
                AND WS-IT-COUNT NUMERIC
                   IF WS-TRAILER-SEEN
                       MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                       MOVE "MORE THAN ONE TRAILER"
                           TO XT-REASON (WS-XPF-IDX)
                   ELSE
                       SET WS-TRAILER-SEEN TO TRUE
                       IF WS-IT-COUNT NOT = XT-DETAILS (WS-XPF-IDX)
                           MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                           STRING "TRAILER COUNT " DELIMITED BY SIZE
                                  WS-IT-COUNT DELIMITED BY SIZE
                                  " BUT " DELIMITED BY SIZE
                                  XT-DETAILS (WS-XPF-IDX)
                                      DELIMITED BY SIZE
                                  " DETAILS READ" DELIMITED BY SIZE
                             INTO XT-REASON (WS-XPF-IDX)
                           END-STRING
                       END-IF
                   END-IF
               WHEN WS-TRAILER-SEEN
                   MOVE "Q" TO XT-RESULT (WS-XPF-IDX)
                   MOVE "RECORD FOLLOWS THE TRAILER"
                       TO XT-REASON (WS-XPF-IDX)
               WHEN OTHER
                   ADD 1 TO XT-DETAILS (WS-XPF-IDX)
           END-EVALUATE.
      * The good file goes onto TRANSIN exactly as it came in,
      * header and trailer included - NAMEBAT re-checks every
      * envelope it reads and stamps each sender's pairs with
      * the source from that sender's own header.
       2500-PASS-TO-BUILD.
           PERFORM 2100-OPEN-SLOT.
           PERFORM UNTIL WS-SLOT-EOF
               PERFORM 2200-READ-SLOT
               IF NOT WS-SLOT-EOF
                   WRITE TRANS-OUT-RECORD FROM WS-INTAKE-RECORD
               END-IF
           END-PERFORM.
           PERFORM 2150-CLOSE-SLOT.
           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD XT-DETAILS (WS-XPF-IDX) TO WS-PASSED-COUNT.
       2600-QUARANTINE-FILE.
           MOVE SPACES TO QUARANTINE-CONTROL-RECORD.
           MOVE "QTN" TO QC-REC-TYPE.
           MOVE XT-SOURCE (WS-XPF-IDX) TO QC-SOURCE.
           MOVE WS-RUN-DATE TO QC-DATE.
           MOVE XT-REASON (WS-XPF-IDX) TO QC-REASON.
           WRITE QUARANTINE-CONTROL-RECORD.
           PERFORM 2100-OPEN-SLOT.
           PERFORM UNTIL WS-SLOT-EOF
               PERFORM 2200-READ-SLOT
               IF NOT WS-SLOT-EOF
                   MOVE WS-INTAKE-RECORD TO QUARANTINE-RECORD
                   WRITE QUARANTINE-RECORD
               END-IF
           END-PERFORM.
           PERFORM 2150-CLOSE-SLOT.
           ADD 1 TO WS-QUARANTINED-COUNT.
           MOVE ZERO TO XT-DETAILS (WS-XPF-IDX).
           IF WS-STEP-RC < 8
               MOVE 8 TO WS-STEP-RC
           END-IF.
      * A sender allowed to skip a night is only listed.  A
      * mandatory file missing once its cutoff has passed is
      * late and is the shift's to chase; one missing before
      * its cutoff has simply not been waited for - the intake
      * ran early - and gets the lesser warning.
       2700-NOTE-MISSING.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE ZERO TO XT-DETAILS (WS-XPF-IDX).
           PERFORM 2750-TEST-CUTOFF.
           IF XT-MANDATORY (WS-XPF-IDX) = "Y"
               IF WS-PAST-CUTOFF
                   IF WS-STEP-RC < 8
                       MOVE 8 TO WS-STEP-RC
                   END-IF
               ELSE
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               END-IF
           END-IF.
      * The cycle runs across midnight, so a plain comparison
      * of the clock with a cutoff would call a file due at
      * 2200 "not yet due" at 0130, or one due at 0200 late at
      * 2330.  Both times are taken as minutes since midnight
      * and the cutoff has passed when it lies less than
      * twelve hours behind the clock, going round the dial.
       2750-TEST-CUTOFF.
           DIVIDE WS-NOW-HHMM BY 100
               GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-NOW-MINUTES = WS-HH * 60 + WS-MM.
           DIVIDE XT-CUTOFF (WS-XPF-IDX) BY 100
               GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-CUTOFF-MINUTES = WS-HH * 60 + WS-MM.
           COMPUTE WS-SINCE-CUTOFF = FUNCTION MOD
               (WS-NOW-MINUTES - WS-CUTOFF-MINUTES + 1440, 1440).
           IF WS-SINCE-CUTOFF < 720
               SET WS-PAST-CUTOFF TO TRUE
           ELSE
               SET WS-PAST-CUTOFF TO FALSE
           END-IF.
       4000-PRINT-REPORT.
           MOVE "NAME GENERATION - SENDER FILE INTAKE REPORT"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "   INTAKE TIME: " DELIMITED BY SIZE
                  WS-NOW-HHMM DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "SOURCE    SLOT  CUTOFF  MAND  RESULT          DETAILS"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-XPF-IDX FROM 1 BY 1
                   UNTIL WS-XPF-IDX > WS-XPF-ENTRIES-USED
               PERFORM 4100-PRINT-SENDER-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACCEPTED-COUNT TO WS-PRINT-COUNT.
           MOVE WS-PASSED-COUNT TO WS-PRINT-COUNT-2.
           STRING "FILES ACCEPTED:    " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
                  "   DETAILS PASSED TO BUILD: " DELIMITED BY SIZE
                  WS-PRINT-COUNT-2 DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-QUARANTINED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILES QUARANTINED: " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-MISSING-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILES NOT RECEIVED:" DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
      * The reason goes on a line of its own beneath the
      * sender - a quarantine reason has to be read in full by
      * whoever phones the sender, not cut to fit a column.
       4100-PRINT-SENDER-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE XT-SOURCE (WS-XPF-IDX) TO REPORT-LINE (1:8).
           MOVE XT-SLOT (WS-XPF-IDX) TO REPORT-LINE (12:1).
           MOVE XT-CUTOFF (WS-XPF-IDX) TO REPORT-LINE (17:4).
           MOVE XT-MANDATORY (WS-XPF-IDX) TO REPORT-LINE (26:1).
           EVALUATE XT-RESULT (WS-XPF-IDX)
               WHEN "A"
                   MOVE "ACCEPTED" TO REPORT-LINE (31:12)
               WHEN "Q"
                   MOVE "QUARANTINED" TO REPORT-LINE (31:12)
               WHEN OTHER
                   MOVE "NOT RECEIVED" TO REPORT-LINE (31:12)
           END-EVALUATE.
           MOVE XT-DETAILS (WS-XPF-IDX) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO REPORT-LINE (44:10).
           IF XT-RESULT (WS-XPF-IDX) = "M"
              AND XT-MANDATORY (WS-XPF-IDX) = "Y"
               PERFORM 2750-TEST-CUTOFF
               IF WS-PAST-CUTOFF
                   MOVE "** LATE" TO REPORT-LINE (56:7)
               ELSE
                   MOVE "NOT YET DUE" TO REPORT-LINE (56:11)
               END-IF
           END-IF.
           IF XT-RESULT (WS-XPF-IDX) = "Q"
               MOVE "** HELD" TO REPORT-LINE (56:7)
           END-IF.
           WRITE REPORT-LINE.
           IF XT-REASON (WS-XPF-IDX) NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "          " DELIMITED BY SIZE
                      XT-REASON (WS-XPF-IDX) DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
      * The end record carries the details passed to the
      * build and the files quarantined as the run's headline
      * counts.
       8800-WRITE-RUN-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEINTK" TO RC-PROGRAM.
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
           MOVE "NAMEINTK" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-PASSED-COUNT TO RC-COUNT-1.
           MOVE WS-QUARANTINED-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE CONTROL-FILE.
           CLOSE TRANS-OUT-FILE.
           CLOSE QUARANTINE-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMEINTK.
