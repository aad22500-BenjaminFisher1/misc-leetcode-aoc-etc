      * purged, and a restored record's archive entry stays
      * where it is (the audit trail, purge then restore,
      * tells the story).
      *
      * A NAME a reissue replaced never reaches the archive -
      * the reissue takes it off the master outright - so an
      * exact-NAME inquiry also consults the reissue lineage
      * file (LINMST) and says which NAME superseded it.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT LINEAGE-FILE ASSIGN TO LINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-OLD-NAME
               ALTERNATE RECORD KEY IS LN-NEW-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-LIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
           COPY NAMEOPR.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       WORKING-STORAGE SECTION.
       01  WS-ARCHIVE-STATUS      PIC XX.
       01  WS-SECLOG-STATUS       PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-AUDIT-STATUS        PIC XX.
       01  WS-SEC-STATUS          PIC XX.
       01  WS-LIN-STATUS          PIC XX.
       01  WS-RUN-TIME            PIC 9(6).
       01  WS-AUDIT-DATE          PIC 9(8).
       01  WS-QUIT-SW             PIC X           VALUE "N".
               PERFORM 2000-GET-SELECTION
               IF NOT WS-QUIT
                   PERFORM 3000-SCAN-ARCHIVE
                   IF WS-NAME-GIVEN
                       PERFORM 3300-LOOKUP-LINEAGE
                   END-IF
                   IF WS-NAME-GIVEN AND WS-MATCH-COUNT > ZERO
                       PERFORM 4000-OFFER-RESTORE
                   END-IF
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMEARC: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               STOP RUN
           END-IF.
      * Unknown operator and wrong password get the same
      * message on purpose, as in NAMEMAINT - the sign-on
      * screen must not confirm which operator ids exist.
               MOVE WS-MATCH-COUNT TO WS-PRINT-COUNT
               DISPLAY WS-PRINT-COUNT " ARCHIVED RECORD(S) LISTED"
           END-IF.
       3300-LOOKUP-LINEAGE.
           MOVE WS-SCR-NAME TO LN-OLD-NAME.
           READ LINEAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "NAME " LN-OLD-NAME " SUPERSEDED BY "
                           LN-NEW-NAME " ON " LN-DATE
           END-READ.
       4000-OFFER-RESTORE.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-RESTORE.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE WS-OPR-ID TO AU-OPERATOR.
           MOVE WS-HIT-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
       9000-CLOSE-FILES.
           CLOSE NAME-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SECURITY-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE LINEAGE-FILE.
       END PROGRAM NAMEARC.
