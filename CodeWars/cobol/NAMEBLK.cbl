       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEBLK.
      ******************************************************
      * Bulk NAME inquiry.  Auditors and the branches send
      * lists of NAMEs or A/B pairs - a few hundred at a time
      * - asking the current standing and history of each;
      * answering them one at a time through NAMEINQ, NAMEARC
      * and NAMEHIST takes days.  This job answers the whole
      * list in one run: one answer line per request on
      * ANSOUT, in the order asked, and a page of counts on
      * BLKRPT.
      *
      * Each request card carries either a NAME or an A/B
      * pair.  A NAME is verified against its NAMECKD check
      * digit first, as everywhere a NAME arrives from
      * outside; a NAME that fails is answered BAD DIGIT and
      * looked up nowhere, since it can only match the wrong
      * record or nothing.  A NAME is then read off MASTIO
      * directly and a pair off the NM-AB-PAIR alternate
      * index, as NAMEINQ does.  A voided record is still on
      * the master but is not live, and is answered VOIDED;
      * every record under a pair is read, so a pair voided
      * and issued again is answered with its live record,
      * and a pair with more than one live record is answered
      * with the first and noted.
      * Anything not live is looked for on the purge archive
      * (ARCIN), which is sequential and so is read once for
      * the whole list rather than once per request; a NAME
      * purged, restored and purged again is answered from
      * its latest archive entry.
      *
      * The history summary - first issued, and the last
      * action with its date, operator and source - comes
      * from the keyed audit master (AUDMST), positioned at
      * each NAME as NAMEHIST does, then from one pass of the
      * live tail (AUDIN), whose entries are newer than any
      * the fold has consolidated.  A pair found nowhere has
      * its history looked up under the NAME the pair would
      * carry, so a pair a reissue moved off the master still
      * shows the reissue.  History aged off to the audit
      * archive is outside reach here as it is for NAMEHIST;
      * a NAME whose add has aged off shows no first-issued
      * date, and its issue date on the master stands.
      *
      * Read-only throughout.  The step ends RC 0 when every
      * request was found, RC 4 when any was not found, had a
      * bad digit or could not be read as a request, and
      * RC 16 when a file cannot be opened or the list is
      * empty or too long for one run.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO REQIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO MASTIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               ALTERNATE RECORD KEY IS NM-AB-PAIR
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDIT-MASTER-FILE ASSIGN TO AUDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-AUDMST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ANSWER-FILE ASSIGN TO ANSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWER-STATUS.
           SELECT REPORT-FILE ASSIGN TO BLKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * A NAME in columns 1-10, or an A code in 12-15 and a B
      * code in 17-21 - never both.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 RQ-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 RQ-A                PIC X(4).
           05 FILLER              PIC X.
           05 RQ-B                PIC X(5).
       FD  NAME-MASTER-FILE.
           COPY NAMEMSTR.
       FD  ARCHIVE-FILE.
           COPY NAMEMSTR
               REPLACING NAME-MASTER-RECORD BY ARCHIVE-RECORD
                         NM-NAME      BY AR-NAME
                         NM-AB-PAIR   BY AR-AB-PAIR
                         NM-A         BY AR-A
                         NM-B         BY AR-B
                         NM-DATE      BY AR-DATE
                         NM-STATUS    BY AR-STATUS
                         NM-SOURCE    BY AR-SOURCE.
       FD  AUDIT-MASTER-FILE.
           COPY NAMEAUDK.
       FD  AUDIT-FILE.
           COPY NAMEAUD
               REPLACING AUDIT-OUT-RECORD BY AUDIT-IN-RECORD
                         AU-A        BY AI-A
                         AU-B        BY AI-B
                         AU-NAME     BY AI-NAME
                         AU-DATE     BY AI-DATE
                         AU-TIME     BY AI-TIME
                         AU-ACTION   BY AI-ACTION
                         AU-OPERATOR BY AI-OPERATOR
                         AU-SOURCE   BY AI-SOURCE
                         AU-APPROVER BY AI-APPROVER.
      * One line per request.  The request is echoed as it
      * came so the answer can be laid beside the list; the
      * record found (live or archived) follows, then the
      * history summary.  BA-RESULT is LIVE, VOIDED, ARCHIVED,
      * NOT FOUND, BAD DIGIT or INVALID; BA-NOTE carries anything
      * further the auditor should know.
       FD  ANSWER-FILE.
       01  ANSWER-RECORD.
           05 BA-REQ-NAME         PIC X(10).
           05 FILLER              PIC X.
           05 BA-REQ-A            PIC X(4).
           05 FILLER              PIC X.
           05 BA-REQ-B            PIC X(5).
           05 FILLER              PIC X.
           05 BA-RESULT           PIC X(10).
           05 FILLER              PIC X.
           05 BA-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 BA-A                PIC X(4).
           05 FILLER              PIC X.
           05 BA-B                PIC X(5).
           05 FILLER              PIC X.
           05 BA-STATUS           PIC X.
           05 FILLER              PIC X.
           05 BA-ISSUED-DATE      PIC X(8).
           05 FILLER              PIC X.
           05 BA-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 BA-FIRST-DATE       PIC X(8).
           05 FILLER              PIC X.
           05 BA-LAST-ACTION      PIC X.
           05 FILLER              PIC X.
           05 BA-LAST-DATE        PIC X(8).
           05 FILLER              PIC X.
           05 BA-LAST-OPERATOR    PIC X(8).
           05 FILLER              PIC X.
           05 BA-LAST-SOURCE      PIC X(8).
           05 FILLER              PIC X.
           05 BA-ENTRIES          PIC 9(4).
           05 FILLER              PIC X.
           05 BA-NOTE             PIC X(20).
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS      PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-AUDMST-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-ANSWER-STATUS       PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-EOF-SW              PIC X           VALUE "N".
           88 WS-EOF                              VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-BROWSE-DONE-SW      PIC X           VALUE "N".
           88 WS-BROWSE-DONE                      VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-REQ-MAX             PIC 9(4)        VALUE 2000.
       01  WS-REQ-USED            PIC 9(4)        VALUE ZERO.
       01  WS-ARCHIVE-WANTED      PIC 9(4)        VALUE ZERO.
      * The whole list is held here between the passes.
      * WS-RQ-HIST-NAME is the NAME the history is traced
      * under - the one found, the one asked, or the one a
      * pair found nowhere would carry.
       01  WS-REQUEST-TABLE.
           05 WS-RQ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RQ-IDX.
               10 WS-RQ-IN-NAME   PIC X(10).
               10 WS-RQ-IN-A      PIC X(4).
               10 WS-RQ-IN-B      PIC X(5).
               10 WS-RQ-KIND      PIC X.
                   88 WS-RQ-BY-NAME               VALUE "N".
                   88 WS-RQ-BY-PAIR               VALUE "P".
                   88 WS-RQ-INVALID               VALUE "I".
               10 WS-RQ-RESULT    PIC X(10).
               10 WS-RQ-NAME      PIC X(10).
               10 WS-RQ-A         PIC X(4).
               10 WS-RQ-B         PIC X(5).
               10 WS-RQ-STATUS    PIC X.
               10 WS-RQ-DATE      PIC X(8).
               10 WS-RQ-SOURCE    PIC X(8).
               10 WS-RQ-HIST-NAME PIC X(10).
               10 WS-RQ-FIRST-DATE PIC X(8).
               10 WS-RQ-FIRST-TIME PIC X(6).
               10 WS-RQ-LAST-ACTION PIC X.
               10 WS-RQ-LAST-DATE PIC X(8).
               10 WS-RQ-LAST-TIME PIC X(6).
               10 WS-RQ-LAST-OPR  PIC X(8).
               10 WS-RQ-LAST-SRC  PIC X(8).
               10 WS-RQ-ENTRIES   PIC 9(4).
               10 WS-RQ-NOTE      PIC X(20).
       01  WS-PAIR-KEY.
           05 WS-PAIR-A           PIC X(4).
           05 WS-PAIR-B           PIC X(5).
      * One history entry's worth of fields, filled from
      * whichever file it came off, as in NAMEHIST.
       01  WS-ENTRY.
           05 WS-ENT-NAME         PIC X(10).
           05 WS-ENT-STAMP.
               10 WS-ENT-DATE     PIC X(8).
               10 WS-ENT-TIME     PIC X(6).
           05 WS-ENT-ACTION       PIC X.
           05 WS-ENT-OPERATOR     PIC X(8).
           05 WS-ENT-SOURCE       PIC X(8).
       01  WS-HELD-STAMP.
           05 WS-HELD-DATE        PIC X(8).
           05 WS-HELD-TIME        PIC X(6).
       01  WS-BY-NAME-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-BY-PAIR-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-LIVE-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-VOIDED-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-ARCHIVED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-NOT-FOUND-COUNT     PIC 9(8)        VALUE ZERO.
       01  WS-BAD-DIGIT-COUNT     PIC 9(8)        VALUE ZERO.
       01  WS-INVALID-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-MULTIPLE-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-HISTORY-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-NO-HISTORY-COUNT    PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       01  WS-LABEL               PIC X(30).
       COPY NAMECHK.
       COPY NAMEREC
           REPLACING A              BY WS-A
                     B              BY WS-B
                     NAME           BY WS-NAME
                     NAME-OVERFLOW-SW BY WS-NAME-OVERFLOW-SW.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-REQUESTS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-USED
               IF NOT WS-RQ-INVALID (WS-RQ-IDX)
                  AND WS-RQ-RESULT (WS-RQ-IDX) = SPACES
                   PERFORM 2000-LOOKUP-MASTER
               END-IF
           END-PERFORM.
           IF WS-ARCHIVE-WANTED > ZERO
               PERFORM 3000-SCAN-ARCHIVE
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-USED
               PERFORM 3500-SETTLE-REQUEST
           END-PERFORM.
           PERFORM 4500-SCAN-TAIL.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-USED
               PERFORM 5000-WRITE-ANSWER
           END-PERFORM.
           PERFORM 6000-PRINT-SUMMARY.
           PERFORM 9000-CLOSE-FILES.
           IF WS-NOT-FOUND-COUNT > ZERO OR WS-BAD-DIGIT-COUNT > ZERO
              OR WS-INVALID-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN REQIN, STATUS "
                       WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN MASTIO, STATUS "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-MASTER-FILE.
           IF WS-AUDMST-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN AUDMST, STATUS "
                       WS-AUDMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ANSWER-FILE.
           IF WS-ANSWER-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN ANSOUT, STATUS "
                       WS-ANSWER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN BLKRPT, STATUS "
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A list longer than the table is refused outright
      * rather than answered in part - a short answer file
      * handed back as complete is worse than none.  The
      * requester splits the list.
       1500-LOAD-REQUESTS.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ REQUEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF REQUEST-RECORD NOT = SPACES
                           PERFORM 1550-TAKE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           IF WS-REQ-USED = ZERO
               DISPLAY "NAMEBLK: REQIN IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A blank card is spacing in the list, not a request.
       1550-TAKE-REQUEST.
           IF WS-REQ-USED >= WS-REQ-MAX
               DISPLAY "NAMEBLK: MORE THAN " WS-REQ-MAX
                       " REQUESTS, SPLIT THE LIST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REQ-USED.
           SET WS-RQ-IDX TO WS-REQ-USED.
           PERFORM 1600-EDIT-REQUEST.
      * A NAME with an A or B as well, or a pair missing half,
      * is not a request this job can answer safely and is
      * returned INVALID.  A NAME's check digit is tested
      * here, before anything is looked up.
       1600-EDIT-REQUEST.
           INITIALIZE WS-RQ-ENTRY (WS-RQ-IDX).
           MOVE RQ-NAME TO WS-RQ-IN-NAME (WS-RQ-IDX).
           MOVE RQ-A TO WS-RQ-IN-A (WS-RQ-IDX).
           MOVE RQ-B TO WS-RQ-IN-B (WS-RQ-IDX).
           EVALUATE TRUE
               WHEN RQ-NAME NOT = SPACES
                AND RQ-A = SPACES AND RQ-B = SPACES
                   SET WS-RQ-BY-NAME (WS-RQ-IDX) TO TRUE
                   ADD 1 TO WS-BY-NAME-COUNT
                   MOVE RQ-NAME (1:9) TO CHK-BODY
                   CALL "NAMECKD" USING CHK-BODY CHK-DIGIT
                   IF CHK-DIGIT NOT = RQ-NAME (10:1)
                       MOVE "BAD DIGIT" TO WS-RQ-RESULT (WS-RQ-IDX)
                       ADD 1 TO WS-BAD-DIGIT-COUNT
                   ELSE
                       MOVE RQ-NAME TO WS-RQ-HIST-NAME (WS-RQ-IDX)
                   END-IF
               WHEN RQ-NAME = SPACES
                AND RQ-A NOT = SPACES AND RQ-B NOT = SPACES
                   SET WS-RQ-BY-PAIR (WS-RQ-IDX) TO TRUE
                   ADD 1 TO WS-BY-PAIR-COUNT
               WHEN OTHER
                   SET WS-RQ-INVALID (WS-RQ-IDX) TO TRUE
                   MOVE "INVALID" TO WS-RQ-RESULT (WS-RQ-IDX)
                   MOVE "NEED NAME OR A AND B" TO WS-RQ-NOTE (WS-RQ-IDX)
                   ADD 1 TO WS-INVALID-COUNT
           END-EVALUATE.
      * A request not live is left for the archive pass.
       2000-LOOKUP-MASTER.
           IF WS-RQ-BY-NAME (WS-RQ-IDX)
               MOVE WS-RQ-IN-NAME (WS-RQ-IDX) TO NM-NAME
               READ NAME-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2300-TAKE-MASTER
               END-READ
           ELSE
               PERFORM 2200-LOOKUP-PAIR
           END-IF.
           IF WS-RQ-RESULT (WS-RQ-IDX) = SPACES
               ADD 1 TO WS-ARCHIVE-WANTED
           END-IF.
      * Positioned on the alternate index as NAMEINQ does,
      * and every record under the pair is read.  The first
      * record answers until a live one turns up, so a voided
      * record is the answer only when the pair has nothing
      * live; a second live record is only looked for to say
      * there is one.
       2200-LOOKUP-PAIR.
           MOVE WS-RQ-IN-A (WS-RQ-IDX) TO NM-A.
           MOVE WS-RQ-IN-B (WS-RQ-IDX) TO NM-B.
           MOVE NM-AB-PAIR TO WS-PAIR-KEY.
           SET WS-BROWSE-DONE TO FALSE.
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
                       IF NM-AB-PAIR NOT = WS-PAIR-KEY
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           PERFORM 2250-TAKE-PAIR-RECORD
                       END-IF
               END-READ
           END-PERFORM.
       2250-TAKE-PAIR-RECORD.
           EVALUATE TRUE
               WHEN WS-RQ-RESULT (WS-RQ-IDX) = SPACES
                   PERFORM 2300-TAKE-MASTER
               WHEN NM-STATUS = "V"
                   CONTINUE
               WHEN WS-RQ-RESULT (WS-RQ-IDX) = "VOIDED"
                   PERFORM 2300-TAKE-MASTER
               WHEN WS-RQ-NOTE (WS-RQ-IDX) = SPACES
                   MOVE "MORE THAN ONE LIVE" TO WS-RQ-NOTE (WS-RQ-IDX)
                   ADD 1 TO WS-MULTIPLE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * A voided record is answered from the master as it
      * stands, but not as live - NAMERETR does not count it
      * live either.
       2300-TAKE-MASTER.
           IF NM-STATUS = "V"
               MOVE "VOIDED" TO WS-RQ-RESULT (WS-RQ-IDX)
           ELSE
               MOVE "LIVE" TO WS-RQ-RESULT (WS-RQ-IDX)
           END-IF.
           MOVE NM-NAME TO WS-RQ-NAME (WS-RQ-IDX).
           MOVE NM-A TO WS-RQ-A (WS-RQ-IDX).
           MOVE NM-B TO WS-RQ-B (WS-RQ-IDX).
           MOVE NM-STATUS TO WS-RQ-STATUS (WS-RQ-IDX).
           MOVE NM-DATE TO WS-RQ-DATE (WS-RQ-IDX).
           MOVE NM-SOURCE TO WS-RQ-SOURCE (WS-RQ-IDX).
           MOVE NM-NAME TO WS-RQ-HIST-NAME (WS-RQ-IDX).
      * One pass of the archive answers every request still
      * open.  The archive is appended in purge order, so a
      * later entry for the same NAME or pair replaces an
      * earlier one.
       3000-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN ARCIN, STATUS "
                       WS-ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-MATCH-ARCHIVE
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
       3100-MATCH-ARCHIVE.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-USED
               IF WS-RQ-RESULT (WS-RQ-IDX) = SPACES
                  OR WS-RQ-RESULT (WS-RQ-IDX) = "ARCHIVED"
                   IF (WS-RQ-BY-NAME (WS-RQ-IDX)
                       AND AR-NAME = WS-RQ-IN-NAME (WS-RQ-IDX))
                   OR (WS-RQ-BY-PAIR (WS-RQ-IDX)
                       AND AR-A = WS-RQ-IN-A (WS-RQ-IDX)
                       AND AR-B = WS-RQ-IN-B (WS-RQ-IDX))
                       PERFORM 3200-TAKE-ARCHIVE
                   END-IF
               END-IF
           END-PERFORM.
       3200-TAKE-ARCHIVE.
           MOVE "ARCHIVED" TO WS-RQ-RESULT (WS-RQ-IDX).
           MOVE AR-NAME TO WS-RQ-NAME (WS-RQ-IDX).
           MOVE AR-A TO WS-RQ-A (WS-RQ-IDX).
           MOVE AR-B TO WS-RQ-B (WS-RQ-IDX).
           MOVE AR-STATUS TO WS-RQ-STATUS (WS-RQ-IDX).
           MOVE AR-DATE TO WS-RQ-DATE (WS-RQ-IDX).
           MOVE AR-SOURCE TO WS-RQ-SOURCE (WS-RQ-IDX).
           MOVE AR-NAME TO WS-RQ-HIST-NAME (WS-RQ-IDX).
      * Whatever is still unanswered was found nowhere.  A
      * pair found nowhere is traced under the NAME it would
      * carry, built from the pair by KATA as at issue.  Then
      * the keyed history for the request is read.
       3500-SETTLE-REQUEST.
           IF WS-RQ-RESULT (WS-RQ-IDX) = SPACES
               MOVE "NOT FOUND" TO WS-RQ-RESULT (WS-RQ-IDX)
               ADD 1 TO WS-NOT-FOUND-COUNT
               IF WS-RQ-BY-PAIR (WS-RQ-IDX)
                   MOVE WS-RQ-IN-A (WS-RQ-IDX) TO WS-A
                   MOVE WS-RQ-IN-B (WS-RQ-IDX) TO WS-B
                   CALL "KATA" USING WS-A WS-B WS-NAME
                                     WS-NAME-OVERFLOW-SW
                   MOVE WS-NAME TO WS-RQ-HIST-NAME (WS-RQ-IDX)
               END-IF
           ELSE
               EVALUATE WS-RQ-RESULT (WS-RQ-IDX)
                   WHEN "LIVE"
                       ADD 1 TO WS-LIVE-COUNT
                   WHEN "VOIDED"
                       ADD 1 TO WS-VOIDED-COUNT
                   WHEN "ARCHIVED"
                       ADD 1 TO WS-ARCHIVED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-RQ-HIST-NAME (WS-RQ-IDX) NOT = SPACES
               PERFORM 4000-TRACE-HISTORY
           END-IF.
      * The NAME trace NAMEHIST makes: position at the NAME's
      * first entry and read until the key's NAME changes.
       4000-TRACE-HISTORY.
           MOVE WS-RQ-HIST-NAME (WS-RQ-IDX) TO AM-NAME.
           MOVE LOW-VALUES TO AM-DATE.
           MOVE LOW-VALUES TO AM-TIME.
           MOVE ZERO TO AM-SEQ.
           SET WS-BROWSE-DONE TO FALSE.
           START AUDIT-MASTER-FILE
               KEY IS NOT LESS THAN AM-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-BROWSE-DONE TO TRUE
                   NOT AT END
                       IF AM-NAME NOT = WS-RQ-HIST-NAME (WS-RQ-IDX)
                           SET WS-BROWSE-DONE TO TRUE
                       ELSE
                           MOVE AM-NAME TO WS-ENT-NAME
                           MOVE AM-DATE TO WS-ENT-DATE
                           MOVE AM-TIME TO WS-ENT-TIME
                           MOVE AM-ACTION TO WS-ENT-ACTION
                           MOVE AM-OPERATOR TO WS-ENT-OPERATOR
                           MOVE AM-SOURCE TO WS-ENT-SOURCE
                           PERFORM 4200-TAKE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
      * The tail is short - that is what the fold is for - so
      * it is read once and each entry is matched against the
      * whole list.
       4500-SCAN-TAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "NAMEBLK: UNABLE TO OPEN AUDIN, STATUS "
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-EOF TO FALSE.
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE AI-NAME TO WS-ENT-NAME
                       MOVE AI-DATE TO WS-ENT-DATE
                       MOVE AI-TIME TO WS-ENT-TIME
                       MOVE AI-ACTION TO WS-ENT-ACTION
                       MOVE AI-OPERATOR TO WS-ENT-OPERATOR
                       MOVE AI-SOURCE TO WS-ENT-SOURCE
                       IF WS-ENT-NAME NOT = SPACES
                           PERFORM 4600-MATCH-TAIL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       4600-MATCH-TAIL-ENTRY.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQ-USED
               IF WS-RQ-HIST-NAME (WS-RQ-IDX) = WS-ENT-NAME
                   PERFORM 4200-TAKE-ENTRY
               END-IF
           END-PERFORM.
      * First issued is the earliest add, or the new NAME
      * written by a reissue; the last action is whatever
      * entry carries the latest stamp, refusals included -
      * the auditors want attempts on record too.
       4200-TAKE-ENTRY.
           ADD 1 TO WS-RQ-ENTRIES (WS-RQ-IDX).
           IF WS-ENT-ACTION = "A" OR WS-ENT-ACTION = "N"
               MOVE WS-RQ-FIRST-DATE (WS-RQ-IDX) TO WS-HELD-DATE
               MOVE WS-RQ-FIRST-TIME (WS-RQ-IDX) TO WS-HELD-TIME
               IF WS-RQ-FIRST-DATE (WS-RQ-IDX) = SPACES
                  OR WS-ENT-STAMP < WS-HELD-STAMP
                   MOVE WS-ENT-DATE TO WS-RQ-FIRST-DATE (WS-RQ-IDX)
                   MOVE WS-ENT-TIME TO WS-RQ-FIRST-TIME (WS-RQ-IDX)
               END-IF
           END-IF.
           MOVE WS-RQ-LAST-DATE (WS-RQ-IDX) TO WS-HELD-DATE.
           MOVE WS-RQ-LAST-TIME (WS-RQ-IDX) TO WS-HELD-TIME.
           IF WS-RQ-LAST-DATE (WS-RQ-IDX) = SPACES
              OR WS-ENT-STAMP NOT < WS-HELD-STAMP
               MOVE WS-ENT-ACTION TO WS-RQ-LAST-ACTION (WS-RQ-IDX)
               MOVE WS-ENT-DATE TO WS-RQ-LAST-DATE (WS-RQ-IDX)
               MOVE WS-ENT-TIME TO WS-RQ-LAST-TIME (WS-RQ-IDX)
               MOVE WS-ENT-OPERATOR TO WS-RQ-LAST-OPR (WS-RQ-IDX)
               MOVE WS-ENT-SOURCE TO WS-RQ-LAST-SRC (WS-RQ-IDX)
           END-IF.
       5000-WRITE-ANSWER.
           IF WS-RQ-ENTRIES (WS-RQ-IDX) > ZERO
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               IF NOT WS-RQ-INVALID (WS-RQ-IDX)
                  AND WS-RQ-RESULT (WS-RQ-IDX) NOT = "BAD DIGIT"
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   IF WS-RQ-NOTE (WS-RQ-IDX) = SPACES
                       MOVE "NO AUDIT HISTORY"
                           TO WS-RQ-NOTE (WS-RQ-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WS-RQ-RESULT (WS-RQ-IDX) = "NOT FOUND"
              AND WS-RQ-ENTRIES (WS-RQ-IDX) > ZERO
               MOVE "HISTORY ONLY" TO WS-RQ-NOTE (WS-RQ-IDX)
           END-IF.
           MOVE SPACES TO ANSWER-RECORD.
           MOVE WS-RQ-IN-NAME (WS-RQ-IDX) TO BA-REQ-NAME.
           MOVE WS-RQ-IN-A (WS-RQ-IDX) TO BA-REQ-A.
           MOVE WS-RQ-IN-B (WS-RQ-IDX) TO BA-REQ-B.
           MOVE WS-RQ-RESULT (WS-RQ-IDX) TO BA-RESULT.
           MOVE WS-RQ-NAME (WS-RQ-IDX) TO BA-NAME.
           MOVE WS-RQ-A (WS-RQ-IDX) TO BA-A.
           MOVE WS-RQ-B (WS-RQ-IDX) TO BA-B.
           MOVE WS-RQ-STATUS (WS-RQ-IDX) TO BA-STATUS.
           MOVE WS-RQ-DATE (WS-RQ-IDX) TO BA-ISSUED-DATE.
           MOVE WS-RQ-SOURCE (WS-RQ-IDX) TO BA-SOURCE.
           MOVE WS-RQ-FIRST-DATE (WS-RQ-IDX) TO BA-FIRST-DATE.
           MOVE WS-RQ-LAST-ACTION (WS-RQ-IDX) TO BA-LAST-ACTION.
           MOVE WS-RQ-LAST-DATE (WS-RQ-IDX) TO BA-LAST-DATE.
           MOVE WS-RQ-LAST-OPR (WS-RQ-IDX) TO BA-LAST-OPERATOR.
           MOVE WS-RQ-LAST-SRC (WS-RQ-IDX) TO BA-LAST-SOURCE.
           MOVE WS-RQ-ENTRIES (WS-RQ-IDX) TO BA-ENTRIES.
           MOVE WS-RQ-NOTE (WS-RQ-IDX) TO BA-NOTE.
           WRITE ANSWER-RECORD.
       6000-PRINT-SUMMARY.
           MOVE "BULK NAME INQUIRY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN ON " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REQ-USED TO WS-PRINT-COUNT.
           MOVE "REQUESTS READ:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-BY-NAME-COUNT TO WS-PRINT-COUNT.
           MOVE "  BY NAME:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-BY-PAIR-COUNT TO WS-PRINT-COUNT.
           MOVE "  BY A/B PAIR:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LIVE-COUNT TO WS-PRINT-COUNT.
           MOVE "LIVE ON THE MASTER:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-MULTIPLE-COUNT TO WS-PRINT-COUNT.
           MOVE "  PAIR ON MORE THAN ONE LIVE:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-VOIDED-COUNT TO WS-PRINT-COUNT.
           MOVE "VOIDED ON THE MASTER:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-ARCHIVED-COUNT TO WS-PRINT-COUNT.
           MOVE "ON THE PURGE ARCHIVE:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-NOT-FOUND-COUNT TO WS-PRINT-COUNT.
           MOVE "NOT FOUND:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-BAD-DIGIT-COUNT TO WS-PRINT-COUNT.
           MOVE "BAD CHECK DIGIT:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-INVALID-COUNT TO WS-PRINT-COUNT.
           MOVE "INVALID REQUEST:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HISTORY-COUNT TO WS-PRINT-COUNT.
           MOVE "WITH AUDIT HISTORY:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
           MOVE WS-NO-HISTORY-COUNT TO WS-PRINT-COUNT.
           MOVE "LOOKED UP, NO AUDIT HISTORY:" TO WS-LABEL.
           PERFORM 6100-PRINT-COUNT-LINE.
       6100-PRINT-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LABEL DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE NAME-MASTER-FILE.
           CLOSE AUDIT-MASTER-FILE.
           CLOSE ANSWER-FILE.
           CLOSE REPORT-FILE.
       END PROGRAM NAMEBLK.
