      * every audit entry carries the operator who did it -
      * a void is an irreversible business event and the shop
      * must be able to say who performed one.
      *
      * A void or a reissue is not posted from here at all:
      * it is written to the pending-approval file (PNDMST)
      * as the operator keyed it, and reaches the master only
      * when a second, different operator approves it in
      * NAMEAPPR - the maker-checker control the auditors
      * asked for on the irreversible actions.  A correction
      * under the same NAME still posts at once.  A NAME with
      * an action already waiting cannot be given a second
      * one until the first is decided.
      *
      * A NAME that is no longer on the master because a
      * reissue replaced it is looked up on the reissue
      * lineage file (LINMST), and the operator is told which
      * NAME superseded it rather than just NAME NOT FOUND.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT PENDING-FILE ASSIGN TO PNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-OLD-NAME
               ALTERNATE RECORD KEY IS LN-NEW-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER-FILE.
           COPY NAMEOPR.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       FD  PENDING-FILE.
           COPY NAMEPND.
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-SEC-STATUS           PIC XX.
       01  WS-SECLOG-STATUS        PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-LIN-STATUS           PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-AUDIT-DATE           PIC 9(8).
           05 WS-SESSION-TIME      PIC 9(6).
       01  WS-SEC-EVENT            PIC X.
       01  WS-SEC-EVENT-OPR        PIC X(8).
       01  WS-PEND-ACTION          PIC X.
       01  WS-PEND-TIME            PIC 9(8).
       01  WS-PEND-EOF-SW          PIC X           VALUE "N".
           88 WS-PEND-EOF                          VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-ALREADY-PENDING-SW   PIC X           VALUE "N".
           88 WS-ALREADY-PENDING                   VALUE "Y"
               WHEN SET TO FALSE IS "N".
       COPY NAMECHK.
       COPY NAMEREC
           REPLACING A              BY WS-A
                       IF WS-FOUND
                           PERFORM 4000-SHOW-AND-ACT
                       ELSE
                           PERFORM 3100-LOOKUP-LINEAGE
                           DISPLAY WS-SCR-MSG
                       END-IF
                   END-IF
           CLOSE AUDIT-FILE.
           CLOSE SECURITY-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE PENDING-FILE.
           CLOSE LINEAGE-FILE.
           STOP RUN.
       1000-OPEN-MASTER.
           OPEN I-O NAME-MASTER-FILE.
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NAMEMAINT: UNABLE TO OPEN PNDMST, STATUS "
                       WS-PEND-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMEMAINT: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               STOP RUN
           END-IF.
      * Unknown operator and wrong password get the same
      * message on purpose - a sign-on screen must not confirm
      * which operator ids exist.  Three failures end the
               CLOSE AUDIT-FILE
               CLOSE SECURITY-FILE
               CLOSE SECURITY-LOG-FILE
               CLOSE PENDING-FILE
               CLOSE LINEAGE-FILE
               STOP RUN
           END-IF.
      * The stamp is taken fresh per event; the session stamp
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
      * A NAME a reissue took off the master is still the one
      * the customer's paperwork carries; the lineage file
      * says which NAME replaced it, so the operator can look
      * that one up instead.
       3100-LOOKUP-LINEAGE.
           MOVE "NAME NOT FOUND ON MASTER FILE" TO WS-SCR-MSG.
           MOVE WS-SCR-NAME TO LN-OLD-NAME.
           READ LINEAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-SCR-MSG
                   STRING "NAME SUPERSEDED BY " DELIMITED BY SIZE
                          LN-NEW-NAME DELIMITED BY SIZE
                          " ON " DELIMITED BY SIZE
                          LN-DATE DELIMITED BY SIZE
                       INTO WS-SCR-MSG
                   END-STRING
           END-READ.
      * The looked-up pair is saved before the screen is shown:
      * the operator types corrections over WS-A/WS-B, and the
      * reissue-old audit entry must carry the pair the old
                   PERFORM 5500-REISSUE-NAME
               END-IF
           END-IF.
      * The new NAME is checked against the master now, so
      * the checker is not handed a reissue that could never
      * post; the master itself is left alone until the
      * approval.
       5500-REISSUE-NAME.
           MOVE WS-NAME TO NM-NAME.
           READ NAME-MASTER-FILE
                   DISPLAY WS-SCR-MSG
           END-READ.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "R" TO WS-PEND-ACTION
               PERFORM 5800-QUEUE-ACTION
           END-IF.
      * One audit entry per change the master actually took: the
      * caller says which NAME the entry is about, the pair it
      * record being worked - the history of everything a
      * sender posted includes what later happened to it.
           MOVE WS-REC-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
      * Every item for a NAME sits together on the pending
      * file, oldest first, so one short browse from the
      * NAME's first key says whether any is still waiting.
       5700-CHECK-PENDING.
           SET WS-ALREADY-PENDING TO FALSE.
           SET WS-PEND-EOF TO FALSE.
           MOVE WS-SCR-NAME TO PD-NAME.
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
                       IF PD-NAME NOT = WS-SCR-NAME
                           SET WS-PEND-EOF TO TRUE
                       ELSE
                           IF PD-PENDING
                               SET WS-ALREADY-PENDING TO TRUE
                               SET WS-PEND-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      * The item carries everything the approval needs to
      * post it exactly as keyed - the pair the record had,
      * the corrected pair and NAME for a reissue, the source
      * the audit entries will carry - and the maker's id, so
      * NAMEAPPR can refuse to let the same operator approve
      * it.  Nothing goes to the audit file here: the master
      * has not changed.
       5800-QUEUE-ACTION.
           PERFORM 5700-CHECK-PENDING.
           IF WS-ALREADY-PENDING
               MOVE "AN ACTION IS ALREADY PENDING FOR THIS NAME"
                   TO WS-SCR-MSG
               DISPLAY WS-SCR-MSG
           ELSE
               ACCEPT WS-PEND-TIME FROM TIME
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO PENDING-RECORD
               MOVE WS-SCR-NAME TO PD-NAME
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
               MOVE WS-REC-SOURCE TO PD-REC-SOURCE
               MOVE WS-OPR-ID TO PD-MAKER
               MOVE "NAMEMAINT" TO PD-ORIGIN
               MOVE "P" TO PD-STATUS
               MOVE ZERO TO PD-DECIDED-DATE
               WRITE PENDING-RECORD
                   INVALID KEY
                       MOVE "PENDING FILE REFUSED THE ITEM, RETRY"
                           TO WS-SCR-MSG
                   NOT INVALID KEY
                       IF WS-PEND-ACTION = "V"
                           MOVE "VOID QUEUED FOR SECOND APPROVAL"
                               TO WS-SCR-MSG
                       ELSE
                           MOVE "REISSUE QUEUED FOR SECOND APPROVAL"
                               TO WS-SCR-MSG
                       END-IF
               END-WRITE
               DISPLAY WS-SCR-MSG
           END-IF.
       6000-VOID-RECORD.
           MOVE NM-A TO WS-A.
           MOVE NM-B TO WS-B.
           MOVE NM-NAME TO WS-NAME.
           MOVE "V" TO WS-PEND-ACTION.
           PERFORM 5800-QUEUE-ACTION.
       END PROGRAM NAMEMAINT.
