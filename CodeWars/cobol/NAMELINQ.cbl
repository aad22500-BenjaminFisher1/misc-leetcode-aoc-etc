       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMELINQ.
      ******************************************************
      * Lineage inquiry over the reissue lineage file
      * (LINMST).  Given any NAME in a chain of reissues - the
      * first one issued, one in the middle, or the one live
      * today - it shows the whole chain from the first NAME
      * to the last: each reissue as old NAME, superseded by
      * new NAME, with the date, the operator who keyed it and
      * the operator who approved it, and then what the master
      * says about the last NAME in the chain.  Answers the
      * customer who quotes a NAME from paperwork several
      * reissues old without anyone working back through the
      * audit history by hand.
      *
      * The chain is walked back to its first NAME on the
      * alternate key (the NAME a reissue issued) and then
      * forward on the primary key (the NAME it replaced).
      * A NAME reissued away and later issued again could in
      * principle close a loop, so either walk stops after
      * WS-MAX-LINKS steps and says so.  Read-only - nothing
      * here updates either file, so no sign-on is asked for,
      * as in NAMEINQ.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-FILE ASSIGN TO LINMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LN-OLD-NAME
               ALTERNATE RECORD KEY IS LN-NEW-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-LIN-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO MASTIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               ALTERNATE RECORD KEY IS NM-AB-PAIR
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       FD  NAME-MASTER-FILE.
           COPY NAMEMSTR.
       WORKING-STORAGE SECTION.
       01  WS-LIN-STATUS           PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-QUIT-SW              PIC X           VALUE "N".
           88 WS-QUIT                              VALUE "Y".
       01  WS-VALID-SW             PIC X           VALUE "Y".
           88 WS-VALID                             VALUE "Y".
           88 WS-NOT-VALID                         VALUE "N".
       01  WS-WALK-DONE-SW         PIC X           VALUE "N".
           88 WS-WALK-DONE                         VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCR-NAME             PIC X(10).
       01  WS-SCR-MSG              PIC X(60).
       01  WS-CHAIN-NAME           PIC X(10).
       01  WS-MAX-LINKS            PIC 9(4)        VALUE 50.
       01  WS-STEP-COUNT           PIC 9(4)        VALUE ZERO.
       01  WS-LINK-COUNT           PIC 9(4)        VALUE ZERO.
       01  WS-PRINT-COUNT          PIC ZZZ9.
       COPY NAMECHK.
       SCREEN SECTION.
       01  SCR-LINEAGE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "NAME REISSUE LINEAGE INQUIRY".
           05 LINE 3 COLUMN 1 VALUE "NAME (BLANK TO QUIT): ".
           05 LINE 3 COLUMN 23 PIC X(10) USING WS-SCR-NAME.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM UNTIL WS-QUIT
               PERFORM 2000-GET-NAME
               IF NOT WS-QUIT
                   PERFORM 2100-VERIFY-DIGIT
                   IF WS-NOT-VALID
                       DISPLAY WS-SCR-MSG
                   ELSE
                       PERFORM 3000-FIND-FIRST-NAME
                       PERFORM 4000-SHOW-CHAIN
                       PERFORM 5000-SHOW-LAST-NAME
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LINEAGE-FILE.
           CLOSE NAME-MASTER-FILE.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN INPUT LINEAGE-FILE.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMELINQ: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT NAME-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "NAMELINQ: UNABLE TO OPEN MASTIO, STATUS "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
       2000-GET-NAME.
           MOVE SPACES TO WS-SCR-NAME.
           DISPLAY SCR-LINEAGE.
           ACCEPT SCR-LINEAGE.
           IF WS-SCR-NAME = SPACES
               SET WS-QUIT TO TRUE
           END-IF.
      * A keyed NAME is verified against its check digit
      * before it is looked up, as everywhere a NAME arrives
      * from the keyboard.
       2100-VERIFY-DIGIT.
           SET WS-VALID TO TRUE.
           MOVE WS-SCR-NAME (1:9) TO CHK-BODY.
           CALL "NAMECKD" USING CHK-BODY CHK-DIGIT.
           IF CHK-DIGIT NOT = WS-SCR-NAME (10:1)
               SET WS-NOT-VALID TO TRUE
               MOVE "NAME FAILS CHECK DIGIT, NOT LOOKED UP"
                   TO WS-SCR-MSG
           END-IF.
      * Back along the alternate key: while some reissue
      * issued the NAME in hand, step to the NAME that reissue
      * replaced.  Where the NAME in hand was issued by more
      * than one reissue the first on file is followed.
       3000-FIND-FIRST-NAME.
           MOVE WS-SCR-NAME TO WS-CHAIN-NAME.
           MOVE ZERO TO WS-STEP-COUNT.
           SET WS-WALK-DONE TO FALSE.
           PERFORM UNTIL WS-WALK-DONE
               MOVE WS-CHAIN-NAME TO LN-NEW-NAME
               READ LINEAGE-FILE
                   KEY IS LN-NEW-NAME
                   INVALID KEY
                       SET WS-WALK-DONE TO TRUE
                   NOT INVALID KEY
                       MOVE LN-OLD-NAME TO WS-CHAIN-NAME
                       ADD 1 TO WS-STEP-COUNT
                       IF WS-STEP-COUNT >= WS-MAX-LINKS
                           DISPLAY "CHAIN TOO LONG, SHOWN FROM "
                                   WS-CHAIN-NAME
                           SET WS-WALK-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
      * Forward along the primary key from the first NAME,
      * one line per reissue, until a NAME that nothing has
      * superseded - the last NAME in the chain.
       4000-SHOW-CHAIN.
           MOVE ZERO TO WS-LINK-COUNT.
           SET WS-WALK-DONE TO FALSE.
           PERFORM UNTIL WS-WALK-DONE
               MOVE WS-CHAIN-NAME TO LN-OLD-NAME
               READ LINEAGE-FILE
                   KEY IS LN-OLD-NAME
                   INVALID KEY
                       SET WS-WALK-DONE TO TRUE
                   NOT INVALID KEY
                       PERFORM 4100-SHOW-LINK
                       MOVE LN-NEW-NAME TO WS-CHAIN-NAME
                       IF WS-LINK-COUNT >= WS-MAX-LINKS
                           DISPLAY "CHAIN TOO LONG, STOPPED AT "
                                   WS-CHAIN-NAME
                           SET WS-WALK-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINK-COUNT = ZERO
               DISPLAY "NAME " WS-SCR-NAME
                       " HAS NO REISSUE ON RECORD"
           ELSE
               MOVE WS-LINK-COUNT TO WS-PRINT-COUNT
               DISPLAY WS-PRINT-COUNT " REISSUE(S) IN CHAIN"
           END-IF.
       4100-SHOW-LINK.
           ADD 1 TO WS-LINK-COUNT.
           IF WS-LINK-COUNT = 1
               DISPLAY "OLD NAME    SUPERSEDED BY  DATE      "
                       "OPERATOR  APPROVER"
           END-IF.
           DISPLAY LN-OLD-NAME "  " LN-NEW-NAME "     " LN-DATE
                   "  " LN-OPERATOR "  " LN-APPROVER.
      * The last NAME in the chain is the one the business
      * holds today - unless it has since been voided or
      * purged, which the master answers.
       5000-SHOW-LAST-NAME.
           MOVE WS-CHAIN-NAME TO NM-NAME.
           READ NAME-MASTER-FILE
               INVALID KEY
                   DISPLAY "LAST NAME " WS-CHAIN-NAME
                           " IS NOT ON THE MASTER FILE"
               NOT INVALID KEY
                   IF NM-STATUS = "V"
                       DISPLAY "LAST NAME " NM-NAME
                               " IS ON THE MASTER, VOIDED"
                   ELSE
                       DISPLAY "LAST NAME " NM-NAME
                               " IS LIVE ON THE MASTER, ISSUED "
                               NM-DATE
                   END-IF
           END-READ.
       END PROGRAM NAMELINQ.
