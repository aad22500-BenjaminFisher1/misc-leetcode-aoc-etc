       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMELINC.
      ******************************************************
      * One-time load of the reissue lineage file from the
      * audit history, in the spirit of NAMEAUDC.  Every
      * reissue ever posted left an "O" entry for the NAME it
      * removed and an "N" entry for the NAME it issued, and
      * nothing else tied the two together; this run pairs
      * them up and writes one lineage record per reissue, so
      * the "superseded by" answers reach back past the day
      * NAMEAPPR started writing lineage itself.
      *
      * LINHIST is the complete flat history - the audit
      * archive, an unload of AUDMST (NAMEAUDU) and the live
      * tail, concatenated as for the integrity sweep - sorted
      * on the audit stamp (AU-DATE then AU-TIME, columns 23
      * through 37) with EQUALS.  A reissue writes its O and
      * its N one after the other under one operator, so in
      * stamp order each O sits beside its N; when both carry
      * the same stamp the sort may put the N first, so either
      * half waits for the other.  An O and an N pair only on
      * the same date, operator and source, and one that finds
      * no partner is counted and listed for the balancing,
      * not guessed at.
      *
      * Counts are displayed for balancing.  Run once at
      * install, before the first approval posts a reissue,
      * and retire.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO LINHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-OLD-NAME
               ALTERNATE RECORD KEY IS LN-NEW-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
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
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS         PIC XX.
       01  WS-LIN-STATUS          PIC XX.
       01  WS-HIST-EOF-SW         PIC X           VALUE "N".
           88 WS-HIST-EOF                         VALUE "Y".
      * The half of a reissue read and still waiting for its
      * partner.  Only one of the two is ever held: an O and
      * an N that do not pair leave the older one unmatched.
       01  WS-WAIT-SW             PIC X           VALUE SPACE.
           88 WS-WAIT-NONE                        VALUE SPACE.
           88 WS-WAIT-OLD                         VALUE "O".
           88 WS-WAIT-NEW                         VALUE "N".
       01  WS-WAIT-NAME           PIC X(10).
       01  WS-WAIT-A              PIC X(4).
       01  WS-WAIT-B              PIC X(5).
       01  WS-WAIT-DATE           PIC X(8).
       01  WS-WAIT-TIME           PIC X(6).
       01  WS-WAIT-OPERATOR       PIC X(8).
       01  WS-WAIT-SOURCE         PIC X(8).
       01  WS-WAIT-APPROVER       PIC X(8).
       01  WS-READ-COUNT          PIC 9(8)        VALUE ZERO.
       01  WS-OLD-COUNT           PIC 9(8)        VALUE ZERO.
       01  WS-NEW-COUNT           PIC 9(8)        VALUE ZERO.
       01  WS-LOADED-COUNT        PIC 9(8)        VALUE ZERO.
       01  WS-REPLACED-COUNT      PIC 9(8)        VALUE ZERO.
       01  WS-UNMATCHED-COUNT     PIC 9(8)        VALUE ZERO.
       01  WS-PRINT-COUNT         PIC ZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-TAKE-ENTRY
               END-READ
           END-PERFORM.
           IF NOT WS-WAIT-NONE
               PERFORM 2900-DROP-WAITING
           END-IF.
           PERFORM 8000-SHOW-COUNTS.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NAMELINC: UNABLE TO OPEN LINHIST, STATUS "
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Opened I-O, created first if it is not there, as
      * NAMEAPPR opens it - a duplicate old NAME is rewritten
      * in place, which OUTPUT mode does not allow.
           OPEN I-O LINEAGE-FILE.
           IF WS-LIN-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
               CLOSE LINEAGE-FILE
               OPEN I-O LINEAGE-FILE
           END-IF.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMELINC: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Only the O and N entries matter here; everything else
      * in the history passes by.
       2000-TAKE-ENTRY.
           EVALUATE AI-ACTION
               WHEN "O"
                   ADD 1 TO WS-OLD-COUNT
                   PERFORM 2100-TAKE-OLD
               WHEN "N"
                   ADD 1 TO WS-NEW-COUNT
                   PERFORM 2200-TAKE-NEW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-TAKE-OLD.
           IF WS-WAIT-NEW
              AND WS-WAIT-DATE = AI-DATE
              AND WS-WAIT-OPERATOR = AI-OPERATOR
              AND WS-WAIT-SOURCE = AI-SOURCE
               MOVE AI-NAME TO LN-OLD-NAME
               MOVE AI-A TO LN-OLD-A
               MOVE AI-B TO LN-OLD-B
               MOVE WS-WAIT-NAME TO LN-NEW-NAME
               MOVE WS-WAIT-A TO LN-NEW-A
               MOVE WS-WAIT-B TO LN-NEW-B
               MOVE WS-WAIT-DATE TO LN-DATE
               MOVE WS-WAIT-TIME TO LN-TIME
               MOVE WS-WAIT-OPERATOR TO LN-OPERATOR
               MOVE WS-WAIT-APPROVER TO LN-APPROVER
               PERFORM 3000-WRITE-LINEAGE
               SET WS-WAIT-NONE TO TRUE
           ELSE
               IF NOT WS-WAIT-NONE
                   PERFORM 2900-DROP-WAITING
               END-IF
               SET WS-WAIT-OLD TO TRUE
               PERFORM 2800-HOLD-ENTRY
           END-IF.
       2200-TAKE-NEW.
           IF WS-WAIT-OLD
              AND WS-WAIT-DATE = AI-DATE
              AND WS-WAIT-OPERATOR = AI-OPERATOR
              AND WS-WAIT-SOURCE = AI-SOURCE
               MOVE WS-WAIT-NAME TO LN-OLD-NAME
               MOVE WS-WAIT-A TO LN-OLD-A
               MOVE WS-WAIT-B TO LN-OLD-B
               MOVE AI-NAME TO LN-NEW-NAME
               MOVE AI-A TO LN-NEW-A
               MOVE AI-B TO LN-NEW-B
               MOVE AI-DATE TO LN-DATE
               MOVE AI-TIME TO LN-TIME
               MOVE AI-OPERATOR TO LN-OPERATOR
               MOVE AI-APPROVER TO LN-APPROVER
               PERFORM 3000-WRITE-LINEAGE
               SET WS-WAIT-NONE TO TRUE
           ELSE
               IF NOT WS-WAIT-NONE
                   PERFORM 2900-DROP-WAITING
               END-IF
               SET WS-WAIT-NEW TO TRUE
               PERFORM 2800-HOLD-ENTRY
           END-IF.
       2800-HOLD-ENTRY.
           MOVE AI-NAME TO WS-WAIT-NAME.
           MOVE AI-A TO WS-WAIT-A.
           MOVE AI-B TO WS-WAIT-B.
           MOVE AI-DATE TO WS-WAIT-DATE.
           MOVE AI-TIME TO WS-WAIT-TIME.
           MOVE AI-OPERATOR TO WS-WAIT-OPERATOR.
           MOVE AI-SOURCE TO WS-WAIT-SOURCE.
           MOVE AI-APPROVER TO WS-WAIT-APPROVER.
       2900-DROP-WAITING.
           ADD 1 TO WS-UNMATCHED-COUNT.
           DISPLAY "NAMELINC: NO PARTNER FOR " WS-WAIT-SW " ENTRY "
                   WS-WAIT-NAME " " WS-WAIT-DATE " " WS-WAIT-TIME
                   " " WS-WAIT-OPERATOR.
           SET WS-WAIT-NONE TO TRUE.
      * The history is in stamp order, so a NAME reissued more
      * than once over the years meets its latest reissue last
      * and the rewrite leaves that one on file, as NAMEAPPR
      * would have.
       3000-WRITE-LINEAGE.
           MOVE "NAMELINC" TO LN-ORIGIN.
           WRITE LINEAGE-RECORD
               INVALID KEY
                   PERFORM 3100-REPLACE-LINEAGE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.
      * A rewrite that fails is reported and not counted as
      * replaced, so the balancing totals stay true.
       3100-REPLACE-LINEAGE.
           REWRITE LINEAGE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-LIN-STATUS = "00"
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               DISPLAY "NAMELINC: UNABLE TO REPLACE LINEAGE FOR "
                       LN-OLD-NAME ", STATUS " WS-LIN-STATUS
           END-IF.
       8000-SHOW-COUNTS.
           MOVE WS-READ-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: HISTORY ENTRIES READ:   " WS-PRINT-COUNT.
           MOVE WS-OLD-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: OLD-NAME ENTRIES:       " WS-PRINT-COUNT.
           MOVE WS-NEW-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: NEW-NAME ENTRIES:       " WS-PRINT-COUNT.
           MOVE WS-LOADED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: LINEAGE RECORDS LOADED: " WS-PRINT-COUNT.
           MOVE WS-REPLACED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: LINEAGE RECORDS REPLACED: "
                   WS-PRINT-COUNT.
           MOVE WS-UNMATCHED-COUNT TO WS-PRINT-COUNT.
           DISPLAY "NAMELINC: ENTRIES WITH NO PARTNER: "
                   WS-PRINT-COUNT.
       9000-CLOSE-FILES.
           CLOSE HISTORY-FILE.
           CLOSE LINEAGE-FILE.
       END PROGRAM NAMELINC.
