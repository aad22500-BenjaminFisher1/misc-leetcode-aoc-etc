      * corrected and resubmitted.  Refusals leave no audit
      * entry: nothing happened to the master, and the batch
      * run has no authority question to put on record.
      *
      * Voids and reissues do not post from here: each one
      * that passes the checks is written to the pending-
      * approval file (PNDMST) under this program's name as
      * maker, and posts only when a signed-on operator
      * approves it in NAMEAPPR - a recalled block gets the
      * same second pair of eyes as a void keyed online.  A
      * correction under the same NAME still posts at once.
      * A NAME that already has an action waiting refuses.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPORT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PENDING-FILE ASSIGN TO PNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
           05 RO-REASON           PIC X(30).
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  PENDING-FILE.
           COPY NAMEPND.
       WORKING-STORAGE SECTION.
       01  WS-MAINT-STATUS        PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-REJECT-STATUS       PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-PEND-STATUS         PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-REISSUE-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-REFUSED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       01  WS-PEND-ACTION         PIC X.
       01  WS-PEND-TIME           PIC 9(8).
       01  WS-PEND-EOF-SW         PIC X           VALUE "N".
           88 WS-PEND-EOF                         VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-ALREADY-PENDING-SW  PIC X           VALUE "N".
           88 WS-ALREADY-PENDING                  VALUE "Y"
               WHEN SET TO FALSE IS "N".
       COPY NAMECHK.
       COPY NAMEREC
           REPLACING A              BY WS-A
                     B              BY WS-B
                     NAME           BY WS-NAME
                     NAME-OVERFLOW-SW BY WS-NAME-OVERFLOW-SW.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEMNTB: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-CHECK-HEADER.
           PERFORM UNTIL WS-EOF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NAMEMNTB: UNABLE TO OPEN PNDMST, STATUS "
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The same stance as NAMEBAT: the header date has to be
      * today's run date, so a re-mounted old maintenance file
      * cannot re-void a block that was put right since.
                       PERFORM 4000-CORRECT-PAIR
                   END-IF
           END-READ.
      * The void mirrors NAMEMAINT's 6000-VOID-RECORD - queued
      * for approval under the record's own pair - with one
      * batch-only guard: a record already voided refuses
      * instead of queueing a second void.  On the screen the
      * operator sees the status before acting; a maintenance
      * file carrying the same NAME twice is caught by the
      * pending check, since the first void is still waiting.
       3000-VOID-RECORD.
           IF NM-STATUS = "V"
               MOVE "ALREADY VOIDED" TO WS-REASON-TEXT
               PERFORM 7000-WRITE-REFUSED
           ELSE
               MOVE "V" TO WS-PEND-ACTION
               PERFORM 5800-QUEUE-ACTION
           END-IF.
      * The correction mirrors NAMEMAINT's 5000/5100/5500
      * path: blank-pair check, KATA rebuild, overflow check,
      * correct in place when the NAME is unchanged, reissue
      * under the new NAME when it is - with the new NAME
      * refused if already on file, and the reissue queued
      * for approval rather than posted.
       4000-CORRECT-PAIR.
           EVALUATE TRUE
               WHEN MT-A = SPACES
                   PERFORM 7000-WRITE-REFUSED
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "R" TO WS-PEND-ACTION
               PERFORM 5800-QUEUE-ACTION
           END-IF.
      * One audit entry per change the master actually took,
      * stamped fresh at each write as in NAMEMAINT; the
      * recall arrived from that sender, and its actions
      * should show up under it in the history.
           MOVE WS-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
      * Same browse as NAMEMAINT's: every item for a NAME
      * sits together on the pending file, oldest first.
       5700-CHECK-PENDING.
           SET WS-ALREADY-PENDING TO FALSE.
           SET WS-PEND-EOF TO FALSE.
           MOVE MT-NAME TO PD-NAME.
           MOVE ZERO TO PD-REQ-DATE.
           MOVE ZERO TO PD-REQ-TIME.
           START PENDING-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PEND-EOF
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PD-NAME NOT = MT-NAME
                           SET WS-PEND-EOF TO TRUE
                       ELSE
                           IF PD-PENDING
                               SET WS-ALREADY-PENDING TO TRUE
                               SET WS-PEND-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * The item is the batch twin of NAMEMAINT's: the maker
      * is this program, and the source is the header's
      * sending system, which the posted audit entries will
      * carry exactly as a directly posted batch action did.
       5800-QUEUE-ACTION.
           PERFORM 5700-CHECK-PENDING.
           IF WS-ALREADY-PENDING
               MOVE "ACTION ALREADY PENDING" TO WS-REASON-TEXT
               PERFORM 7000-WRITE-REFUSED
           ELSE
               ACCEPT WS-PEND-TIME FROM TIME
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO PENDING-RECORD
               MOVE MT-NAME TO PD-NAME
               MOVE WS-AUDIT-DATE TO PD-REQ-DATE
               MOVE WS-PEND-TIME (1:6) TO PD-REQ-TIME
               MOVE WS-PEND-ACTION TO PD-ACTION
               MOVE WS-OLD-A TO PD-OLD-A
               MOVE WS-OLD-B TO PD-OLD-B
               IF WS-PEND-ACTION = "R"
                   MOVE WS-NAME TO PD-NEW-NAME
                   MOVE WS-A TO PD-NEW-A
                   MOVE WS-B TO PD-NEW-B
               END-IF
               MOVE WS-SOURCE TO PD-REC-SOURCE
               MOVE "NAMEMNTB" TO PD-MAKER
               MOVE "NAMEMNTB" TO PD-ORIGIN
               MOVE "P" TO PD-STATUS
               MOVE ZERO TO PD-DECIDED-DATE
               WRITE PENDING-RECORD
                   INVALID KEY
                       MOVE "PENDING FILE REFUSED THE ITEM"
                           TO WS-REASON-TEXT
                       PERFORM 7000-WRITE-REFUSED
                   NOT INVALID KEY
                       IF WS-PEND-ACTION = "V"
                           ADD 1 TO WS-VOID-COUNT
                       ELSE
                           ADD 1 TO WS-REISSUE-COUNT
                       END-IF
               END-WRITE
           END-IF.
      * The refused action goes out as its original detail
      * image with the reason appended, so the reject file
      * can be corrected, re-enveloped and resubmitted as the
           WRITE REPORT-LINE.
           MOVE WS-VOID-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VOIDS QUEUED:       " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-REISSUE-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "REISSUES QUEUED:    " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           CLOSE AUDIT-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
           CLOSE PENDING-FILE.
       END PROGRAM NAMEMNTB.
