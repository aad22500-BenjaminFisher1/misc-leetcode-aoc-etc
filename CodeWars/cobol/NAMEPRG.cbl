      * deletes them from the master.  The archive, not a
      * plain delete, is what preserves the ability to prove
      * what was issued historically.  A control report of
      * counts read, kept, held, archived and deleted is
      * printed so the operators can balance the run.
      *
      * Every record purged is audited with the "P" action, so
      * the daily delta feed tells the downstream system of
      * reconciliation would report every purged NAME as a
      * break, night after night, for as long as downstream
      * kept carrying it.
      *
      * A NAME under an active legal hold (HOLDMST, kept by
      * NAMEHOLD) is never purged, whatever its status or age.
      * The record stays on the master, is counted as held
      * rather than kept, and is written to the held-skip file
      * so the hold report can say what the hold spared
      * tonight.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-NAME
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HELD-SKIP-FILE ASSIGN TO HLDSKIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDSKIP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       01  REPORT-LINE            PIC X(80).
       FD  AUDIT-FILE.
           COPY NAMEAUD.
       FD  HOLD-FILE.
           COPY NAMEHLD.
       FD  HELD-SKIP-FILE.
           COPY NAMEHSKP.
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-HOLD-STATUS         PIC XX.
       01  WS-HLDSKIP-STATUS      PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-KEPT-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-ARCHIVED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-DELETED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-HELD-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-HELD-SW             PIC X           VALUE "N".
           88 WS-HELD                             VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEPRG: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-PARM.
           PERFORM 8800-WRITE-RUN-START.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No hold file, no purge: a purge that cannot see the
      * holds could delete a record legal has asked to keep.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "NAMEPRG: UNABLE TO OPEN HOLDMST, STATUS "
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HELD-SKIP-FILE.
           IF WS-HLDSKIP-STATUS NOT = "00"
               DISPLAY "NAMEPRG: UNABLE TO OPEN HLDSKIP, STATUS "
                       WS-HLDSKIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
      * cutoff.  The record is written to the archive before it
      * is deleted, and the delete is not attempted unless the
      * archive write came back clean - losing history is worse
      * than carrying it another night.  The hold file is only
      * consulted for a record the purge would otherwise take.
       2000-PURGE-MASTER.
           PERFORM UNTIL WS-MASTER-EOF
               READ NAME-MASTER-FILE NEXT RECORD
                       ADD 1 TO WS-READ-COUNT
                       IF NM-STATUS = "V"
                          OR NM-DATE < WS-CUTOFF-DATE
                           PERFORM 2200-CHECK-HOLD
                           IF WS-HELD
                               PERFORM 2300-WRITE-HELD-SKIP
                           ELSE
                               PERFORM 2500-ARCHIVE-AND-DELETE
                           END-IF
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
      * A released hold stays on the hold file with its release
      * date stamped; only a hold still active spares the
      * record.
       2200-CHECK-HOLD.
           MOVE NM-NAME TO HL-NAME.
           READ HOLD-FILE
               INVALID KEY
                   SET WS-HELD TO FALSE
               NOT INVALID KEY
                   IF HL-ACTIVE
                       SET WS-HELD TO TRUE
                   ELSE
                       SET WS-HELD TO FALSE
                   END-IF
           END-READ.
       2300-WRITE-HELD-SKIP.
           ADD 1 TO WS-HELD-COUNT.
           MOVE SPACES TO HELD-SKIP-RECORD.
           MOVE WS-RUN-DATE TO HS-PURGE-DATE.
           MOVE NM-NAME TO HS-NAME.
           MOVE NM-A TO HS-A.
           MOVE NM-B TO HS-B.
           MOVE NM-DATE TO HS-DATE.
           MOVE NM-STATUS TO HS-STATUS.
           MOVE NM-SOURCE TO HS-SOURCE.
           MOVE HL-REQUESTER TO HS-REQUESTER.
           MOVE HL-REASON TO HS-REASON.
           WRITE HELD-SKIP-RECORD.
       2500-ARCHIVE-AND-DELETE.
           MOVE NAME-MASTER-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.
           MOVE "P" TO AU-ACTION.
           MOVE "NAMEPRG" TO AU-OPERATOR.
           MOVE AR-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
       4000-PRINT-REPORT.
           MOVE "NAME MASTER - RETENTION PURGE CONTROL REPORT"
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS HELD:     " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-ARCHIVED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS ARCHIVED: " DELIMITED BY SIZE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEPRG" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEPRG" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE HOLD-FILE.
           CLOSE HELD-SKIP-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMEPRG.
