      * Each line shows the NAME, the pair, NM-DATE and
      * NM-STATUS.  Read-only - nothing here updates the
      * master.
      *
      * An exact pair that matches nothing may be one a
      * reissue moved off the master; the NAME it would have
      * carried is built from the pair by KATA, as at issue,
      * and looked up on the reissue lineage file
      * (LINMST), so the branch is told the NAME that
      * superseded it.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS NM-AB-PAIR
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
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
           COPY NAMEMSTR.
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-LIN-STATUS           PIC XX.
       01  WS-QUIT-SW              PIC X           VALUE "N".
           88 WS-QUIT                              VALUE "Y".
       01  WS-BROWSE-DONE-SW       PIC X           VALUE "N".
       01  WS-SCR-B                PIC X(5).
       01  WS-MATCH-COUNT          PIC 9(4)        VALUE ZERO.
       01  WS-PRINT-COUNT          PIC ZZZ9.
       COPY NAMEREC
           REPLACING A              BY WS-A
                     B              BY WS-B
                     NAME           BY WS-NAME
                     NAME-OVERFLOW-SW BY WS-NAME-OVERFLOW-SW.
       SCREEN SECTION.
       01  SCR-INQUIRY.
           05 BLANK SCREEN.
               END-IF
           END-PERFORM.
           CLOSE NAME-MASTER-FILE.
           CLOSE LINEAGE-FILE.
           STOP RUN.
       1000-OPEN-MASTER.
           OPEN INPUT NAME-MASTER-FILE.
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMEINQ: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               STOP RUN
           END-IF.
       2000-GET-PAIR.
           MOVE SPACES TO WS-SCR-A.
           MOVE SPACES TO WS-SCR-B.
       3200-SHOW-COUNT.
           IF WS-MATCH-COUNT = ZERO
               DISPLAY "NO MASTER RECORDS MATCH THAT A/B INQUIRY"
               IF WS-B-GIVEN
                   PERFORM 3300-LOOKUP-LINEAGE
               END-IF
           ELSE
               MOVE WS-MATCH-COUNT TO WS-PRINT-COUNT
               DISPLAY WS-PRINT-COUNT " RECORD(S) LISTED"
           END-IF.
      * KATA builds the NAME the pair was issued under, so an
      * exact pair that a reissue replaced finds its lineage
      * record by key.
       3300-LOOKUP-LINEAGE.
           MOVE WS-SCR-A TO WS-A.
           MOVE WS-SCR-B TO WS-B.
           CALL "KATA" USING WS-A WS-B WS-NAME WS-NAME-OVERFLOW-SW.
           MOVE WS-NAME TO LN-OLD-NAME.
           READ LINEAGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "NAME " LN-OLD-NAME " SUPERSEDED BY "
                           LN-NEW-NAME " (" LN-NEW-A "/" LN-NEW-B
                           ") ON " LN-DATE
           END-READ.
       END PROGRAM NAMEINQ.
