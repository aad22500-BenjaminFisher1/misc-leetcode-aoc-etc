      * far concatenates the archive in front of the rest of
      * the history.
      *
      * A control report of counts read, kept, held, archived
      * and deleted is printed so the operators can balance the
      * run, and the delete is not attempted unless the
      * archive write came back clean - losing history is
      * worse than carrying it another month.
      *
      * Every entry for a NAME under an active legal hold
      * (HOLDMST, kept by NAMEHOLD) stays on AUDMST whatever
      * its age, until the hold is released; the next run
      * after the release ages the entries off as usual.
      * Entries kept for a hold are counted as held, apart
      * from those simply too young to go.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCHIVE-FILE ASSIGN TO AUDARC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-NAME
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO RETRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           COPY NAMEAUDK.
       FD  ARCHIVE-FILE.
           COPY NAMEAUD.
       FD  HOLD-FILE.
           COPY NAMEHLD.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-AUDMST-STATUS       PIC XX.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-HOLD-STATUS         PIC XX.
       01  WS-HOLD-NAME           PIC X(10)       VALUE SPACES.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-CUTOFF-DATE         PIC 9(8).
       01  WS-RETENTION-DAYS      PIC 9(4).
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
               DISPLAY "NAMEAUDR: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-PARM.
           PERFORM 2000-AGE-MASTER.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Without the hold file the job cannot tell which
      * history legal has asked to keep, so it does not run.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "NAMEAUDR: UNABLE TO OPEN HOLDMST, STATUS "
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEAUDR: UNABLE TO OPEN RETRPT, STATUS "
               - WS-RETENTION-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               TO WS-CUTOFF-DATE.
      * The master is in NAME order, so a NAME's entries come
      * together and the hold file is read once per NAME with
      * anything aged, not once per entry.
       2000-AGE-MASTER.
           PERFORM UNTIL WS-AUDMST-EOF
               READ AUDIT-MASTER-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF AM-DATE < WS-CUTOFF-DATE
                           IF AM-NAME NOT = WS-HOLD-NAME
                               PERFORM 2200-CHECK-HOLD
                           END-IF
                           IF WS-HELD
                               ADD 1 TO WS-HELD-COUNT
                           ELSE
                               PERFORM 2500-ARCHIVE-AND-DELETE
                           END-IF
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       2200-CHECK-HOLD.
           MOVE AM-NAME TO WS-HOLD-NAME.
           MOVE AM-NAME TO HL-NAME.
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
       2500-ARCHIVE-AND-DELETE.
           MOVE AM-A TO AU-A.
           MOVE AM-B TO AU-B.
           MOVE AM-ACTION TO AU-ACTION.
           MOVE AM-OPERATOR TO AU-OPERATOR.
           MOVE AM-SOURCE TO AU-SOURCE.
           MOVE AM-APPROVER TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
           IF WS-ARCHIVE-STATUS = "00"
               ADD 1 TO WS-ARCHIVED-COUNT
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRIES HELD:     " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-ARCHIVED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENTRIES ARCHIVED: " DELIMITED BY SIZE
           CLOSE PARM-FILE.
           CLOSE AUDIT-MASTER-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE HOLD-FILE.
           CLOSE REPORT-FILE.
       END PROGRAM NAMEAUDR.
