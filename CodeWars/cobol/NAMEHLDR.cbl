       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEHLDR.
      ******************************************************
      * Nightly legal hold report.  Legal and compliance keep
      * their own list of the matters they have asked us to
      * preserve; this report is what they check it against.
      * The first part lists every hold still active on the
      * hold file NAMEHOLD maintains - the NAME, when and by
      * whom the hold was placed, how many days it has been
      * on, who asked for it and why.  Released holds are
      * history and are not listed.
      *
      * The second part lists every master record tonight's
      * purge would have taken but left in place because of a
      * hold, from the held-skip file NAMEPRG writes, so the
      * operators can see the holds doing their job and legal
      * can see what each hold is keeping.  When the purge was
      * held tonight the file still carries an earlier night's
      * records; those are counted and passed over, not
      * reported as tonight's.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-NAME
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HELD-SKIP-FILE ASSIGN TO HLDSKIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDSKIP-STATUS.
           SELECT REPORT-FILE ASSIGN TO HLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY NAMEHLD.
       FD  HELD-SKIP-FILE.
           COPY NAMEHSKP.
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(80).
       FD  RUN-CONTROL-FILE.
           COPY NAMERUN.
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS         PIC XX.
       01  WS-HLDSKIP-STATUS      PIC XX.
       01  WS-REPORT-STATUS       PIC XX.
       01  WS-RUNLOG-STATUS       PIC XX.
       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-INT        PIC 9(8).
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-DAYS-HELD           PIC S9(5).
       01  WS-DAYS-PRINT          PIC ZZZ9.
       01  WS-HOLD-EOF-SW         PIC X           VALUE "N".
           88 WS-HOLD-EOF                         VALUE "Y".
       01  WS-HLDSKIP-EOF-SW      PIC X           VALUE "N".
           88 WS-HLDSKIP-EOF                      VALUE "Y".
       01  WS-ACTIVE-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-RELEASED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(8)        VALUE ZERO.
       01  WS-STALE-COUNT         PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       COPY NAMEBUS.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "NAMEBDT" USING BUS-DATE BUS-RETURN.
           IF BUS-RETURN NOT = "00"
               DISPLAY "NAMEHLDR: NO BUSINESS DATE ON CALMST, STATUS "
                       BUS-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUS-DATE TO WS-RUN-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           PERFORM 1000-OPEN-FILES.
           PERFORM 8800-WRITE-RUN-START.
           PERFORM 2000-PRINT-HOLD-HEADING.
           PERFORM UNTIL WS-HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-HOLD
               END-READ
           END-PERFORM.
           PERFORM 3000-PRINT-SKIP-HEADING.
           PERFORM UNTIL WS-HLDSKIP-EOF
               READ HELD-SKIP-FILE
                   AT END
                       SET WS-HLDSKIP-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-SKIP
               END-READ
           END-PERFORM.
           PERFORM 4000-PRINT-TRAILER.
           PERFORM 8900-WRITE-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "NAMEHLDR: UNABLE TO OPEN HOLDMST, STATUS "
                       WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HELD-SKIP-FILE.
           IF WS-HLDSKIP-STATUS NOT = "00"
               DISPLAY "NAMEHLDR: UNABLE TO OPEN HLDSKIP, STATUS "
                       WS-HLDSKIP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "NAMEHLDR: UNABLE TO OPEN HLDRPT, STATUS "
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
       2000-PRINT-HOLD-HEADING.
           MOVE "NAME MASTER - LEGAL HOLD REPORT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RUN DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ACTIVE HOLDS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NAME        PLACED   DAYS  BY        REQUESTER"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
      * The reason goes on a line of its own under the hold -
      * it is the part legal reads, and it will not fit beside
      * the rest.
       2100-TAKE-HOLD.
           IF NOT HL-ACTIVE
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
               COMPUTE WS-DAYS-HELD = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(HL-PLACED-DATE)
               MOVE WS-DAYS-HELD TO WS-DAYS-PRINT
               MOVE SPACES TO REPORT-LINE
               STRING HL-NAME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HL-PLACED-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DAYS-PRINT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HL-PLACED-BY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HL-REQUESTER DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE HL-REASON TO REPORT-LINE (13:30)
               WRITE REPORT-LINE
           END-IF.
       3000-PRINT-SKIP-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HELD FROM PURGE TONIGHT" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NAME        A     B      ISSUED    S  SOURCE"
               TO REPORT-LINE.
           MOVE "REQUESTER" TO REPORT-LINE (49:9).
           WRITE REPORT-LINE.
       3100-TAKE-SKIP.
           IF HS-PURGE-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-STALE-COUNT
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING HS-NAME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-A DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-B DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-STATUS DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-SOURCE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      HS-REQUESTER DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
       4000-PRINT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ACTIVE-COUNT TO WS-PRINT-COUNT.
           STRING "ACTIVE HOLDS:        " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-RELEASED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELEASED ON FILE:    " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-SKIPPED-COUNT TO WS-PRINT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD FROM PURGE:     " DELIMITED BY SIZE
                  WS-PRINT-COUNT DELIMITED BY SIZE
             INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-STALE-COUNT > ZERO
               MOVE WS-STALE-COUNT TO WS-PRINT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "EARLIER PURGE, SKIP: " DELIMITED BY SIZE
                      WS-PRINT-COUNT DELIMITED BY SIZE
                 INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "PURGE DID NOT RUN ON THE RUN DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
       8800-WRITE-RUN-START.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEHLDR" TO RC-PROGRAM.
           MOVE "S" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE ZERO TO RC-RETURN.
           MOVE ZERO TO RC-COUNT-1.
           MOVE ZERO TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
      * Count 1 is the holds active, count 2 the records they
      * kept from tonight's purge.
       8900-WRITE-RUN-END.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-AUDIT-DATE TO RC-DATE.
           MOVE WS-RUN-TIME TO RC-TIME.
           MOVE WS-RUN-DATE TO RC-BUS-DATE.
           MOVE "NAMEHLDR" TO RC-PROGRAM.
           MOVE "E" TO RC-TYPE.
           MOVE "N" TO RC-RESTART.
           MOVE RETURN-CODE TO RC-RETURN.
           MOVE WS-ACTIVE-COUNT TO RC-COUNT-1.
           MOVE WS-SKIPPED-COUNT TO RC-COUNT-2.
           WRITE RUN-CONTROL-RECORD.
       9000-CLOSE-FILES.
           CLOSE HOLD-FILE.
           CLOSE HELD-SKIP-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM NAMEHLDR.
