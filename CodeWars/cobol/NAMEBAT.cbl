      * fail the edit are written to a reject report with a
      * reason code instead of being passed to KATA.
      *
      * The transaction file is built by the NAMEINTK intake
      * step from every sender file that passed its envelope
      * checks, one envelope after another: an HDR record
      * carrying the file date and source, the detail pairs,
      * and a TRL record carrying the detail count.  Each
      * header date is checked against the run date before a
      * single pair under it is processed, and each sender's
      * read count is balanced against its own trailer, so an
      * envelope that somehow reaches the build broken still
      * abends with return code 16 and holds the downstream
      * steps instead of running to a clean end-of-job with
      * odd counts.  An envelope that is header and trailer
      * only gets its own message and return code 4 - an empty
      * day is worth an eyebrow, not silence - and so does a
      * TRANSIN with no envelope at all, the night no sender's
      * file passed intake: the intake report has already said
      * why, and the maintenance changes made since the last
      * cycle still have to reach downstream.
      *
      * Every detail pair also gets one line on the response
      * work file, in TRANSIN order, carrying the sender, the
      * pair as transmitted, and either the NAME issued or
      * the reason it rejected with; NAMERSP cuts each sender
      * its own response file from it after the build.
      *
      * Before a single pair is posted, the whole of TRANSIN
      * is read once for each sender's trailer count, and each
      * count is compared with that sender's trailing daily
      * volume from the statistics history NAMERPT keeps (its
      * S and T records - NAMEs issued and pairs rejected by
      * source - together being what the sender transmitted).
      * VOLPARM holds, per source, how many days to average,
      * how far under and over the average is tolerated, and
      * whether a night outside that band only warns (return
      * code 4) or holds the build (return code 16, nothing
      * posted for any sender - TRANSIN is one file).  A
      * replayed week or a broken extract is stopped here
      * instead of being posted and fed downstream.  VOLOVR
      * carries the operator's override cards, each dated
      * the run date, for a spike that is expected - month
      * end, a conversion load.  Every comparison is printed
      * on VOLRPT whichever way it goes.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO RSPWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPWORK-STATUS.
           SELECT VOLUME-PARM-FILE ASSIGN TO VOLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLPARM-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO VOLOVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLOVR-STATUS.
           SELECT STAT-FILE ASSIGN TO STATHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
           SELECT VOLUME-REPORT-FILE ASSIGN TO VOLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY NAMEAUD.
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       FD  RESPONSE-FILE.
           COPY NAMERSPR.
      * One VOLPARM record per sending system: the number of
      * days of history to average, the percentage below and
      * above that average still accepted, and W (warn) or H
      * (hold) for a night outside the band.
       FD  VOLUME-PARM-FILE.
       01  VOLUME-PARM-RECORD.
           05 VP-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 VP-DAYS             PIC 9(3).
           05 FILLER              PIC X.
           05 VP-UNDER-PCT        PIC 9(3).
           05 FILLER              PIC X.
           05 VP-OVER-PCT         PIC 9(3).
           05 FILLER              PIC X.
           05 VP-ACTION           PIC X.
               88 VP-ACTION-VALID                VALUE "W" "H".
      * An override card lets one sender's file through the
      * volume check on the date it carries, and only then, so
      * a card left in the deck cannot wave through tomorrow's
      * replay.  The operator and the reason are printed.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OV-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 OV-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 OV-OPERATOR         PIC X(8).
           05 FILLER              PIC X.
           05 OV-REASON           PIC X(30).
       FD  STAT-FILE.
           COPY NAMESTAT.
       FD  VOLUME-REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS        PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-REJECT-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-NAMEOUT-STATUS      PIC XX.
       01  WS-REJECT-STATUS       PIC XX.
       01  WS-RSPWORK-STATUS      PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-REF-STATUS          PIC XX.
       01  WS-CHKPT-STATUS        PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
      * The step's warning severity.  Kept here and moved to
      * RETURN-CODE only at the end, because every CALL in the
      * build resets RETURN-CODE.
       01  WS-STEP-RC             PIC 9(2)        VALUE ZERO.
       01  WS-SOURCE              PIC X(8)        VALUE SPACES.
       01  WS-EOF-SW              PIC X           VALUE "N".
           88 WS-EOF                              VALUE "Y".
       01  WS-IN-ENVELOPE-SW      PIC X           VALUE "N".
           88 WS-IN-ENVELOPE                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-ENVELOPE-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-ENV-REC-NO          PIC 9(8)        VALUE ZERO.
       01  WS-REC-NO               PIC 9(8)       VALUE ZERO.
       01  WS-RESTART-REC-NO       PIC 9(8)       VALUE ZERO.
       01  WS-RESTART-SW           PIC X           VALUE "N".
       01  WS-REASON-CODE         PIC X(2).
       01  WS-REASON-TEXT         PIC X(30).
       COPY NAMECHK.
       01  WS-VOLPARM-STATUS      PIC XX.
       01  WS-VOLOVR-STATUS       PIC XX.
       01  WS-STAT-STATUS         PIC XX.
       01  WS-VOLRPT-STATUS       PIC XX.
       01  WS-SCAN-EOF-SW         PIC X           VALUE "N".
           88 WS-SCAN-EOF                         VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCAN-IN-ENV-SW      PIC X           VALUE "N".
           88 WS-SCAN-IN-ENV                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCAN-SOURCE         PIC X(8).
      * One entry per sender on tonight's TRANSIN.  Intake has
      * five landing slots, so twenty is room to spare; a
      * sender that will not seat is named on the page as not
      * checked and the run warns.
       01  WS-VOL-TABLE.
           05 WS-VOL-ENTRY OCCURS 20 TIMES INDEXED BY WS-VOL-IDX.
               10 WS-VOL-SOURCE      PIC X(8).
               10 WS-VOL-COUNT       PIC 9(8).
               10 WS-VOL-PARM-SW     PIC X.
                   88 WS-VOL-PARM-FOUND           VALUE "Y".
               10 WS-VOL-DAYS        PIC 9(3).
               10 WS-VOL-UNDER-PCT   PIC 9(3).
               10 WS-VOL-OVER-PCT    PIC 9(3).
               10 WS-VOL-ACTION      PIC X.
                   88 WS-VOL-HOLD-SOURCE          VALUE "H".
               10 WS-VOL-FROM-DATE   PIC 9(8).
               10 WS-VOL-HIST-TOTAL  PIC 9(10).
               10 WS-VOL-HIST-DAYS   PIC 9(4).
               10 WS-VOL-LAST-DATE   PIC 9(8).
               10 WS-VOL-OVR-SW      PIC X.
                   88 WS-VOL-OVERRIDE             VALUE "Y".
               10 WS-VOL-OVR-OPR     PIC X(8).
       01  WS-VOL-USED            PIC 99          VALUE ZERO.
       01  WS-VOL-UNCHECKED       PIC 9(4)        VALUE ZERO.
       01  WS-VOL-AVERAGE         PIC 9(8)        VALUE ZERO.
       01  WS-VOL-LOW             PIC 9(8)        VALUE ZERO.
       01  WS-VOL-HIGH            PIC 9(8)        VALUE ZERO.
       01  WS-VOL-VARY            PIC S9(5)       VALUE ZERO.
       01  WS-VOL-RESULT          PIC X(14).
       01  WS-VOL-CHECKED-COUNT   PIC 9(4)        VALUE ZERO.
       01  WS-VOL-WARN-COUNT      PIC 9(4)        VALUE ZERO.
       01  WS-VOL-HOLD-COUNT      PIC 9(4)        VALUE ZERO.
       01  WS-VOL-OVR-COUNT       PIC 9(4)        VALUE ZERO.
       01  WS-VOL-HOLD-SW         PIC X           VALUE "N".
           88 WS-VOL-HOLD                         VALUE "Y".
       01  WS-VOL-RESTART-SW      PIC X           VALUE "N".
           88 WS-VOL-RESTART-HOLD                 VALUE "Y".
       01  WS-VOL-OVR-EOF-SW      PIC X           VALUE "N".
           88 WS-VOL-OVR-EOF                      VALUE "Y".
       01  WS-VOL-PARM-EOF-SW     PIC X           VALUE "N".
           88 WS-VOL-PARM-EOF                     VALUE "Y".
       01  WS-VOL-STAT-EOF-SW     PIC X           VALUE "N".
           88 WS-VOL-STAT-EOF                     VALUE "Y".
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       01  WS-PRINT-DAYS          PIC ZZ9.
       01  WS-PRINT-VARY          PIC +++++9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEBAT: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-READ-CHECKPOINT.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 3000-VOLUME-GATE.
           PERFORM 1250-READ-FIRST-HEADER.
           PERFORM 1150-OPEN-OUTPUT-FILES.
           PERFORM UNTIL WS-EOF
               READ TRANS-FILE
                       PERFORM 1300-PROCESS-RECORD
               END-READ
           END-PERFORM.
           IF WS-IN-ENVELOPE
               DISPLAY "NAMEBAT: TRANSIN ENDED WITHOUT A TRAILER "
                       "FOR " WS-SOURCE " - TRANSMISSION TRUNCATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-STEP-RC TO RETURN-CODE.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           MOVE WS-STEP-RC TO RETURN-CODE.
           STOP RUN.
      * NAMEOUT, REJOUT and RSPWORK are not opened here - whether they
      * should be truncated (a fresh run) or appended to (a
      * restart of today's run) is not known until the
      * checkpoint is read in 1100-READ-CHECKPOINT, so they are
      * opened afterward in 1150-OPEN-OUTPUT-FILES.  RSPWORK
      * follows the same rule - a restart appends to the lines
      * already written for the records it skips.
       1000-OPEN-FILES.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               IF WS-REJECT-STATUS NOT = "00"
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN EXTEND RESPONSE-FILE
               IF WS-RSPWORK-STATUS NOT = "00"
                   OPEN OUTPUT RESPONSE-FILE
               END-IF
           ELSE
               OPEN OUTPUT NAME-OUT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT RESPONSE-FILE
           END-IF.
           IF WS-NAMEOUT-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO OPEN NAMEOUT, STATUS "
                       WS-REJECT-STATUS
               STOP RUN
           END-IF.
           IF WS-RSPWORK-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO OPEN RSPWORK, STATUS "
                       WS-RSPWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The first header is checked before the output files
      * are even opened - a wrong-day or headerless file must
      * not get as far as truncating yesterday's NAMEOUT/REJOUT.
      * An empty TRANSIN is the night no sender's file passed
      * intake; it still opens (and so empties) the output
      * files, so no sender is answered tomorrow with tonight's
      * stale lines.
       1250-READ-FIRST-HEADER.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   DISPLAY "NAMEBAT: TRANSIN IS EMPTY - NO SENDER "
                           "FILE PASSED INTAKE"
                   IF WS-STEP-RC < 4
                       MOVE 4 TO WS-STEP-RC
                   END-IF
               NOT AT END
                   PERFORM 1200-CHECK-HEADER
           END-READ.
      * Every envelope opens with its own header.  The date in
      * it has to be today's run date: a re-mounted old file
      * carries its own (old) date and is refused here instead
      * of being processed to a clean end-of-job.
       1200-CHECK-HEADER.
           IF TH-REC-TYPE NOT = "HDR"
               IF WS-ENVELOPE-COUNT = ZERO
                   DISPLAY "NAMEBAT: FIRST TRANSIN RECORD IS NOT A "
                           "HEADER"
               ELSE
                   DISPLAY "NAMEBAT: TRANSIN RECORD FOLLOWS THE "
                           "TRAILER FOR " WS-SOURCE
                           " WITHOUT A NEW HEADER"
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.
      * The sending system named in the header is stamped on
      * every master record, reject and audit entry made from
      * its envelope - when rejects spike or a break cluster
      * appears, the counts point at the sender that caused
      * it instead of at "one of the three".
           MOVE TH-SOURCE TO WS-SOURCE.
           SET WS-IN-ENVELOPE TO TRUE.
           MOVE ZERO TO WS-ENV-REC-NO.
           ADD 1 TO WS-ENVELOPE-COUNT.
      * Details are counted whether or not the restart logic
      * skips reprocessing them, so the count balanced against
      * each trailer is always the full detail count of that
      * sender's envelope.  The record number the checkpoint
      * carries runs on across envelopes, so a restart skips
      * by position in the whole of TRANSIN.  Between a
      * trailer and the next header the only record allowed
      * is that header.
      *
      * A record is a trailer only if it carries "TRL" AND a
      * numeric count behind it.  A detail pair whose A value
      * instead of this paragraph eating it as a bad trailer.
       1300-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-IN-ENVELOPE
                   PERFORM 1200-CHECK-HEADER
               WHEN TRANS-RECORD (1:3) = "TRL" AND TT-COUNT NUMERIC
                   PERFORM 1350-CHECK-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-REC-NO
                   ADD 1 TO WS-ENV-REC-NO
                   IF WS-REC-NO > WS-RESTART-REC-NO
                       PERFORM 1500-VALIDATE-TRANS
                       IF WS-VALID
                   END-IF
           END-EVALUATE.
       1350-CHECK-TRAILER.
           SET WS-IN-ENVELOPE TO FALSE.
           IF TT-COUNT NOT = WS-ENV-REC-NO
               DISPLAY "NAMEBAT: TRANSIN TRAILER COUNT " TT-COUNT
                       " FOR " WS-SOURCE
                       " DOES NOT MATCH RECORDS READ " WS-ENV-REC-NO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TT-COUNT = ZERO
               DISPLAY "NAMEBAT: TRANSIN FROM " WS-SOURCE
                       " HAS HEADER AND TRAILER ONLY - NO DETAIL "
                       "RECORDS TODAY"
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
      * WS-A-LEN/WS-B-LEN must be the true significant length of
      * the field, not the length of its leading non-blank
                       PERFORM 2600-WRITE-AUDIT
                       MOVE WS-NAME TO NAME-OUT-RECORD
                       WRITE NAME-OUT-RECORD
                       MOVE SPACES TO RESPONSE-RECORD
                       MOVE "I" TO RS-OUTCOME
                       MOVE WS-NAME TO RS-NAME
                       PERFORM 2800-WRITE-RESPONSE
                   END-IF
           END-EVALUATE.
       2500-WRITE-REJECT.
           MOVE WS-SOURCE TO RO-SOURCE.
           WRITE REJECT-OUT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE "R" TO RS-OUTCOME.
           MOVE WS-REASON-CODE TO RS-REASON-CODE.
           MOVE WS-REASON-TEXT TO RS-REASON-TEXT.
           PERFORM 2800-WRITE-RESPONSE.
      * The audit entry is written only once the master WRITE
      * has happened - the audit file is the history of what
      * was actually posted, and a pair that overflowed or hit
           MOVE "A" TO AU-ACTION.
           MOVE "NAMEBAT" TO AU-OPERATOR.
           MOVE WS-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
       2700-WRITE-CHECKPOINT.
           MOVE 1 TO WS-CHKPT-RRN.
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           END-REWRITE.
      * One line per detail, written alongside the NAMEOUT or
      * REJOUT record and before the checkpoint moves past the
      * detail, so a restart never loses or repeats a line.
      * The pair goes out exactly as transmitted - the sender
      * matches on what it sent, not on our trimmed copy.
       2800-WRITE-RESPONSE.
           MOVE WS-SOURCE TO RS-SOURCE.
           MOVE TR-A TO RS-A.
           MOVE TR-B TO RS-B.
           MOVE WS-RUN-DATE TO RS-DATE.
           WRITE RESPONSE-RECORD.
      * The volume check runs before the first header is read
      * for the build, so a held night truncates none of the
      * output files and posts nothing.  TRANSIN is read to
      * the end once here for the trailer counts and then
      * reopened for the build proper; the envelope checks
      * stay where they are, in the build's own pass.
       3000-VOLUME-GATE.
           OPEN OUTPUT VOLUME-REPORT-FILE.
           IF WS-VOLRPT-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO OPEN VOLRPT, STATUS "
                       WS-VOLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "NAMEBAT TRANSMISSION VOLUME CHECK - RUN DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM 3100-SCAN-ENVELOPES.
           CLOSE TRANS-FILE.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO REOPEN TRANSIN, STATUS "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3200-LOAD-TOLERANCES.
           PERFORM 3300-LOAD-OVERRIDES.
           PERFORM 3400-LOAD-HISTORY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "SOURCE      TONIGHT    AVERAGE DAY   LOW LIMIT"
               TO REPORT-LINE (1:46).
           MOVE "HIGH LIMIT   VARY RESULT" TO REPORT-LINE (49:24).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-USED
               PERFORM 3600-CHECK-SENDER
           END-PERFORM.
           PERFORM 3700-PRINT-TOTALS.
           CLOSE VOLUME-REPORT-FILE.
           IF WS-VOL-HOLD
               DISPLAY "NAMEBAT: TRANSMISSION VOLUME OUTSIDE "
                       "TOLERANCE - BUILD HELD, SEE VOLRPT"
               MOVE 16 TO WS-STEP-RC
               MOVE WS-STEP-RC TO RETURN-CODE
               PERFORM 8900-WRITE-RUN-END
               STOP RUN
           END-IF.
           IF WS-VOL-WARN-COUNT > ZERO OR WS-VOL-UNCHECKED > ZERO
               DISPLAY "NAMEBAT: TRANSMISSION VOLUME WARNING - "
                       "SEE VOLRPT"
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
           END-IF.
      * A header is recognized only between envelopes and a
      * trailer only inside one, the same way the build reads
      * them, so a detail pair whose A begins HDR or TRL is not
      * mistaken for either.  An envelope with no trailer is
      * left for the build pass to refuse.
       3100-SCAN-ENVELOPES.
           SET WS-SCAN-EOF TO FALSE.
           SET WS-SCAN-IN-ENV TO FALSE.
           PERFORM UNTIL WS-SCAN-EOF
               READ TRANS-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOT WS-SCAN-IN-ENV
                              AND TH-REC-TYPE = "HDR"
                               MOVE TH-SOURCE TO WS-SCAN-SOURCE
                               SET WS-SCAN-IN-ENV TO TRUE
                           WHEN WS-SCAN-IN-ENV
                              AND TRANS-RECORD (1:3) = "TRL"
                              AND TT-COUNT NUMERIC
                               SET WS-SCAN-IN-ENV TO FALSE
                               PERFORM 3150-NOTE-SENDER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
       3150-NOTE-SENDER.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-USED
                      OR WS-VOL-SOURCE (WS-VOL-IDX) = WS-SCAN-SOURCE
               CONTINUE
           END-PERFORM.
           IF WS-VOL-IDX > WS-VOL-USED
               IF WS-VOL-USED < 20
                   ADD 1 TO WS-VOL-USED
                   SET WS-VOL-IDX TO WS-VOL-USED
                   MOVE WS-SCAN-SOURCE TO WS-VOL-SOURCE (WS-VOL-IDX)
                   MOVE ZERO TO WS-VOL-COUNT (WS-VOL-IDX)
                   MOVE "N" TO WS-VOL-PARM-SW (WS-VOL-IDX)
                   MOVE SPACE TO WS-VOL-ACTION (WS-VOL-IDX)
                   MOVE ZERO TO WS-VOL-HIST-TOTAL (WS-VOL-IDX)
                   MOVE ZERO TO WS-VOL-HIST-DAYS (WS-VOL-IDX)
                   MOVE ZERO TO WS-VOL-LAST-DATE (WS-VOL-IDX)
                   MOVE "N" TO WS-VOL-OVR-SW (WS-VOL-IDX)
                   MOVE SPACES TO WS-VOL-OVR-OPR (WS-VOL-IDX)
               ELSE
                   ADD 1 TO WS-VOL-UNCHECKED
                   MOVE SPACES TO REPORT-LINE
                   STRING "SENDER " DELIMITED BY SIZE
                          WS-SCAN-SOURCE DELIMITED BY SIZE
                          " NOT CHECKED - TOO MANY SENDERS"
                              DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-IF.
           IF WS-VOL-IDX NOT > WS-VOL-USED
               ADD TT-COUNT TO WS-VOL-COUNT (WS-VOL-IDX)
           END-IF.
      * Like the reference table, a missing or malformed
      * VOLPARM refuses the run rather than let the volumes
      * through unchecked.  Every record is edited, not only
      * those for tonight's senders, so a bad card is found
      * the night it is keyed.
       3200-LOAD-TOLERANCES.
           OPEN INPUT VOLUME-PARM-FILE.
           IF WS-VOLPARM-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO OPEN VOLPARM, STATUS "
                       WS-VOLPARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VOL-PARM-EOF
               READ VOLUME-PARM-FILE
                   AT END
                       SET WS-VOL-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM 3250-TAKE-TOLERANCE
               END-READ
           END-PERFORM.
           CLOSE VOLUME-PARM-FILE.
       3250-TAKE-TOLERANCE.
           IF VP-DAYS NOT NUMERIC OR VP-DAYS = ZERO
              OR VP-UNDER-PCT NOT NUMERIC OR VP-UNDER-PCT > 100
              OR VP-OVER-PCT NOT NUMERIC
              OR NOT VP-ACTION-VALID
               DISPLAY "NAMEBAT: VOLPARM RECORD FOR " VP-SOURCE
                       " IS NOT VALID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-USED
                      OR WS-VOL-SOURCE (WS-VOL-IDX) = VP-SOURCE
               CONTINUE
           END-PERFORM.
           IF WS-VOL-IDX NOT > WS-VOL-USED
               MOVE "Y" TO WS-VOL-PARM-SW (WS-VOL-IDX)
               MOVE VP-DAYS TO WS-VOL-DAYS (WS-VOL-IDX)
               MOVE VP-UNDER-PCT TO WS-VOL-UNDER-PCT (WS-VOL-IDX)
               MOVE VP-OVER-PCT TO WS-VOL-OVER-PCT (WS-VOL-IDX)
               MOVE VP-ACTION TO WS-VOL-ACTION (WS-VOL-IDX)
               COMPUTE WS-VOL-FROM-DATE (WS-VOL-IDX) =
                   FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                        - VP-DAYS)
           END-IF.
      * Every card is listed, applied or not, so the page
      * shows who let a spike through and why.  VOLOVR is
      * normally empty; a night it cannot be read is a night
      * with no overrides, and the page says so.
       3300-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-VOLOVR-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "VOLOVR NOT READ, STATUS " DELIMITED BY SIZE
                      WS-VOLOVR-STATUS DELIMITED BY SIZE
                      " - NO OVERRIDES APPLIED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-VOL-OVR-EOF
                   READ OVERRIDE-FILE
                       AT END
                           SET WS-VOL-OVR-EOF TO TRUE
                       NOT AT END
                           PERFORM 3350-TAKE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.
       3350-TAKE-OVERRIDE.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-USED
                      OR WS-VOL-SOURCE (WS-VOL-IDX) = OV-SOURCE
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           MOVE "OVERRIDE CARD" TO REPORT-LINE (1:13).
           MOVE OV-SOURCE TO REPORT-LINE (15:8).
           MOVE OV-OPERATOR TO REPORT-LINE (24:8).
           MOVE OV-REASON TO REPORT-LINE (33:30).
           EVALUATE TRUE
               WHEN OV-DATE NOT NUMERIC OR OV-DATE NOT = WS-RUN-DATE
                   MOVE "IGNORED-DATE" TO REPORT-LINE (64:12)
               WHEN WS-VOL-IDX > WS-VOL-USED
                   MOVE "IGNORED-NO FILE" TO REPORT-LINE (64:15)
               WHEN OTHER
                   MOVE "ACCEPTED" TO REPORT-LINE (64:8)
                   MOVE "Y" TO WS-VOL-OVR-SW (WS-VOL-IDX)
                   MOVE OV-OPERATOR TO WS-VOL-OVR-OPR (WS-VOL-IDX)
           END-EVALUATE.
           WRITE REPORT-LINE.
      * The S and T history records for a source are summed
      * by day over the days VOLPARM gives it, up to but not
      * including tonight; a day counts once however many
      * records it has, since the history is appended in run
      * date order.  History under the reserved overflow
      * source never matches a sender and is passed by.
       3400-LOAD-HISTORY.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-STATUS NOT = "00"
               DISPLAY "NAMEBAT: UNABLE TO OPEN STATHIST, STATUS "
                       WS-STAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VOL-STAT-EOF
               READ STAT-FILE
                   AT END
                       SET WS-VOL-STAT-EOF TO TRUE
                   NOT AT END
                       IF (ST-TYPE = "S" OR ST-TYPE = "T")
                          AND ST-DATE NUMERIC
                          AND ST-COUNT NUMERIC
                           PERFORM 3450-TAKE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAT-FILE.
       3450-TAKE-HISTORY.
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-USED
                      OR WS-VOL-SOURCE (WS-VOL-IDX) = ST-SOURCE
               CONTINUE
           END-PERFORM.
           IF WS-VOL-IDX NOT > WS-VOL-USED
               IF WS-VOL-PARM-FOUND (WS-VOL-IDX)
                  AND ST-DATE NOT < WS-VOL-FROM-DATE (WS-VOL-IDX)
                  AND ST-DATE < WS-RUN-DATE
                   ADD ST-COUNT TO WS-VOL-HIST-TOTAL (WS-VOL-IDX)
                   IF ST-DATE NOT = WS-VOL-LAST-DATE (WS-VOL-IDX)
                       ADD 1 TO WS-VOL-HIST-DAYS (WS-VOL-IDX)
                       MOVE ST-DATE TO WS-VOL-LAST-DATE (WS-VOL-IDX)
                   END-IF
               END-IF
           END-IF.
      * A sender with no VOLPARM record warns - a new sender
      * must be given a tolerance, not waved through forever.
      * One with no history in its window (its first nights)
      * is printed and passed.  A restart of tonight's build
      * has already posted part of TRANSIN, so holding it then
      * would only leave the night half done: a hold source
      * outside tolerance on a restart is printed as a
      * warning instead.
       3600-CHECK-SENDER.
           ADD 1 TO WS-VOL-CHECKED-COUNT.
           MOVE ZERO TO WS-VOL-AVERAGE.
           MOVE ZERO TO WS-VOL-LOW.
           MOVE ZERO TO WS-VOL-HIGH.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VOL-SOURCE (WS-VOL-IDX) TO REPORT-LINE (1:8).
           MOVE WS-VOL-COUNT (WS-VOL-IDX) TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO REPORT-LINE (10:10).
           EVALUATE TRUE
               WHEN NOT WS-VOL-PARM-FOUND (WS-VOL-IDX)
                   MOVE "NOT IN VOLPARM" TO WS-VOL-RESULT
                   ADD 1 TO WS-VOL-WARN-COUNT
               WHEN WS-VOL-HIST-DAYS (WS-VOL-IDX) = ZERO
                   MOVE "NO HISTORY" TO WS-VOL-RESULT
               WHEN OTHER
                   PERFORM 3650-COMPARE-SENDER
           END-EVALUATE.
           MOVE WS-VOL-RESULT TO REPORT-LINE (67:14).
           WRITE REPORT-LINE.
           IF WS-VOL-OVERRIDE (WS-VOL-IDX)
              AND WS-VOL-RESULT = "OVERRIDDEN"
               MOVE SPACES TO REPORT-LINE
               STRING "          LET THROUGH BY OVERRIDE CARD FROM "
                          DELIMITED BY SIZE
                      WS-VOL-OVR-OPR (WS-VOL-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       3650-COMPARE-SENDER.
           COMPUTE WS-VOL-AVERAGE ROUNDED =
               WS-VOL-HIST-TOTAL (WS-VOL-IDX)
                   / WS-VOL-HIST-DAYS (WS-VOL-IDX).
           COMPUTE WS-VOL-LOW ROUNDED =
               WS-VOL-AVERAGE
                   * (100 - WS-VOL-UNDER-PCT (WS-VOL-IDX)) / 100.
           COMPUTE WS-VOL-HIGH ROUNDED =
               WS-VOL-AVERAGE
                   * (100 + WS-VOL-OVER-PCT (WS-VOL-IDX)) / 100
               ON SIZE ERROR
                   MOVE 99999999 TO WS-VOL-HIGH
           END-COMPUTE.
           MOVE WS-VOL-AVERAGE TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO REPORT-LINE (21:10).
           MOVE WS-VOL-HIST-DAYS (WS-VOL-IDX) TO WS-PRINT-DAYS.
           MOVE WS-PRINT-DAYS TO REPORT-LINE (32:3).
           MOVE WS-VOL-LOW TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO REPORT-LINE (37:10).
           MOVE WS-VOL-HIGH TO WS-PRINT-COUNT.
           MOVE WS-PRINT-COUNT TO REPORT-LINE (49:10).
           IF WS-VOL-AVERAGE > ZERO
               COMPUTE WS-VOL-VARY ROUNDED =
                   (WS-VOL-COUNT (WS-VOL-IDX) - WS-VOL-AVERAGE)
                       * 100 / WS-VOL-AVERAGE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-VOL-VARY
               END-COMPUTE
               MOVE WS-VOL-VARY TO WS-PRINT-VARY
               MOVE WS-PRINT-VARY TO REPORT-LINE (59:6)
               MOVE "%" TO REPORT-LINE (65:1)
           END-IF.
           EVALUATE TRUE
               WHEN WS-VOL-COUNT (WS-VOL-IDX) NOT < WS-VOL-LOW
                AND WS-VOL-COUNT (WS-VOL-IDX) NOT > WS-VOL-HIGH
                   MOVE "OK" TO WS-VOL-RESULT
               WHEN WS-VOL-OVERRIDE (WS-VOL-IDX)
                   MOVE "OVERRIDDEN" TO WS-VOL-RESULT
                   ADD 1 TO WS-VOL-OVR-COUNT
               WHEN WS-VOL-HOLD-SOURCE (WS-VOL-IDX) AND WS-RESTART
                   MOVE "WARN-RESTART" TO WS-VOL-RESULT
                   SET WS-VOL-RESTART-HOLD TO TRUE
                   ADD 1 TO WS-VOL-WARN-COUNT
               WHEN WS-VOL-HOLD-SOURCE (WS-VOL-IDX)
                   MOVE "HOLD" TO WS-VOL-RESULT
                   SET WS-VOL-HOLD TO TRUE
                   ADD 1 TO WS-VOL-HOLD-COUNT
               WHEN OTHER
                   MOVE "WARN" TO WS-VOL-RESULT
                   ADD 1 TO WS-VOL-WARN-COUNT
           END-EVALUATE.
       3700-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-VOL-USED = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "NO SENDER FILE ON TRANSIN TONIGHT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VOL-CHECKED-COUNT TO WS-PRINT-COUNT.
           STRING "SENDERS CHECKED:      " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VOL-WARN-COUNT TO WS-PRINT-COUNT.
           STRING "WARNED:               " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VOL-HOLD-COUNT TO WS-PRINT-COUNT.
           STRING "HELD:                 " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-VOL-OVR-COUNT TO WS-PRINT-COUNT.
           STRING "OVERRIDDEN:           " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-VOL-UNCHECKED > ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE WS-VOL-UNCHECKED TO WS-PRINT-COUNT
               STRING "NOT CHECKED:          " DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-VOL-HOLD
                   MOVE "BUILD HELD - NOTHING POSTED FOR ANY SENDER"
                       TO REPORT-LINE
               WHEN WS-VOL-RESTART-HOLD
                   MOVE "RESTART - HOLD SOURCES REPORTED AS WARNINGS"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "BUILD RELEASED" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
      * The start record goes out once the checkpoint has been
      * read, so it can say honestly whether this run is a
      * restart; a run that abends before end-of-job leaves a
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEBAT" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           IF WS-RESTART
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEBAT" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           IF WS-RESTART
           CLOSE CHECKPOINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE RESPONSE-FILE.
       END PROGRAM NAMEBAT.
