       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEHOLD.
      ******************************************************
      * Legal hold maintenance transaction.  Legal or
      * compliance ask for a NAME to be preserved for a
      * dispute or an investigation; this transaction puts
      * the hold on the hold file, with the reason and who
      * asked for it, and takes it off again when they say the
      * matter is closed.  While the hold is active NAMEPRG
      * will not purge the NAME's master record and NAMEAUDR
      * will not age any of its audit entries off AUDMST.
      *
      * A sign-on against the operator security file comes
      * first, as in NAMEMAINT.  Looking a NAME's hold up is
      * open to any signed-on operator, but placing or
      * releasing one needs update authority.  Every place and
      * release, and every attempt refused for lack of
      * authority, is written to the hold log with the
      * operator who did it.  The NAME need not be on the
      * master - a hold can be asked for on a NAME already
      * purged, to keep its audit history - but it must pass
      * its check digit, so a mistyped NAME cannot be held in
      * place of the real one.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HL-NAME
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-LOG-FILE ASSIGN TO HLDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDLOG-STATUS.
           SELECT SECURITY-FILE ASSIGN TO OPSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-SEC-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY NAMEHLD.
       FD  HOLD-LOG-FILE.
           COPY NAMEHLOG.
       FD  SECURITY-FILE.
           COPY NAMEOPR.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-HLDLOG-STATUS        PIC XX.
       01  WS-SEC-STATUS           PIC XX.
       01  WS-SECLOG-STATUS        PIC XX.
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-QUIT-SW              PIC X           VALUE "N".
           88 WS-QUIT                              VALUE "Y".
       01  WS-FOUND-SW             PIC X           VALUE "N".
           88 WS-FOUND                             VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCR-NAME             PIC X(10).
       01  WS-SCR-REASON           PIC X(30).
       01  WS-SCR-REQUESTER        PIC X(20).
       01  WS-SCR-ACTION           PIC X.
       01  WS-SCR-MSG              PIC X(60).
       01  WS-VALID-SW             PIC X           VALUE "Y".
           88 WS-VALID                             VALUE "Y".
           88 WS-NOT-VALID                         VALUE "N".
       01  WS-LOG-EVENT            PIC X.
       01  WS-SIGNED-ON-SW         PIC X           VALUE "N".
           88 WS-SIGNED-ON                         VALUE "Y".
       01  WS-SIGNON-TRIES         PIC 9           VALUE ZERO.
       01  WS-OPR-ID               PIC X(8)        VALUE SPACES.
       01  WS-OPR-AUTH             PIC X           VALUE SPACE.
       01  WS-SCR-OPR              PIC X(8).
       01  WS-SCR-PASSWORD         PIC X(8).
       01  WS-SESSION-STAMP.
           05 WS-SESSION-DATE      PIC 9(8).
           05 WS-SESSION-TIME      PIC 9(6).
       01  WS-SEC-EVENT            PIC X.
       01  WS-SEC-EVENT-OPR        PIC X(8).
       COPY NAMECHK.
       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "LEGAL HOLD - SIGN ON".
           05 LINE 3 COLUMN 1 VALUE "OPERATOR: ".
           05 LINE 3 COLUMN 11 PIC X(8) USING WS-SCR-OPR.
           05 LINE 4 COLUMN 1 VALUE "PASSWORD: ".
           05 LINE 4 COLUMN 11 PIC X(8) USING WS-SCR-PASSWORD
               SECURE.
       01  SCR-LOOKUP.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "LEGAL HOLD - LOOKUP".
           05 LINE 3 COLUMN 1 VALUE "NAME (BLANK TO QUIT): ".
           05 LINE 3 COLUMN 23 PIC X(10) USING WS-SCR-NAME.
       01  SCR-HELD.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "LEGAL HOLD - ACTIVE HOLD".
           05 LINE 3 COLUMN 1 VALUE "NAME:      ".
           05 LINE 3 COLUMN 12 PIC X(10) FROM WS-SCR-NAME.
           05 LINE 4 COLUMN 1 VALUE "REASON:    ".
           05 LINE 4 COLUMN 12 PIC X(30) FROM HL-REASON.
           05 LINE 5 COLUMN 1 VALUE "REQUESTER: ".
           05 LINE 5 COLUMN 12 PIC X(20) FROM HL-REQUESTER.
           05 LINE 6 COLUMN 1 VALUE "PLACED:    ".
           05 LINE 6 COLUMN 12 PIC 9(8) FROM HL-PLACED-DATE.
           05 LINE 6 COLUMN 22 VALUE "BY ".
           05 LINE 6 COLUMN 25 PIC X(8) FROM HL-PLACED-BY.
           05 LINE 8 COLUMN 1
               VALUE "ACTION - R=RELEASE  OTHER=SKIP: ".
           05 LINE 8 COLUMN 34 PIC X(1) USING WS-SCR-ACTION.
       01  SCR-PLACE.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "LEGAL HOLD - NO ACTIVE HOLD".
           05 LINE 3 COLUMN 1 VALUE "NAME:      ".
           05 LINE 3 COLUMN 12 PIC X(10) FROM WS-SCR-NAME.
           05 LINE 4 COLUMN 1 VALUE "REASON:    ".
           05 LINE 4 COLUMN 12 PIC X(30) USING WS-SCR-REASON.
           05 LINE 5 COLUMN 1 VALUE "REQUESTER: ".
           05 LINE 5 COLUMN 12 PIC X(20) USING WS-SCR-REQUESTER.
           05 LINE 7 COLUMN 1
               VALUE "ACTION - P=PLACE HOLD  OTHER=SKIP: ".
           05 LINE 7 COLUMN 37 PIC X(1) USING WS-SCR-ACTION.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SESSION-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-SIGN-ON.
           PERFORM UNTIL WS-QUIT
               PERFORM 2000-GET-NAME
               IF NOT WS-QUIT
                   PERFORM 2100-VERIFY-DIGIT
                   IF WS-NOT-VALID
                       DISPLAY WS-SCR-MSG
                   ELSE
                       PERFORM 3000-LOOKUP-HOLD
                       IF WS-FOUND AND HL-ACTIVE
                           PERFORM 4000-SHOW-HOLD
                       ELSE
                           PERFORM 5000-OFFER-PLACE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "NAMEHOLD: UNABLE TO OPEN HOLDMST, STATUS "
                       WS-HOLD-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HLDLOG-STATUS NOT = "00"
               OPEN OUTPUT HOLD-LOG-FILE
               CLOSE HOLD-LOG-FILE
               OPEN EXTEND HOLD-LOG-FILE
           END-IF.
           OPEN INPUT SECURITY-FILE.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "NAMEHOLD: UNABLE TO OPEN OPSEC, STATUS "
                       WS-SEC-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
      * Same sign-on as NAMEMAINT: one message for unknown
      * operator and wrong password, three tries, every try
      * on the security event file.
       1500-SIGN-ON.
           PERFORM UNTIL WS-SIGNED-ON OR WS-SIGNON-TRIES >= 3
               MOVE SPACES TO WS-SCR-OPR
               MOVE SPACES TO WS-SCR-PASSWORD
               DISPLAY SCR-SIGNON
               ACCEPT SCR-SIGNON
               ADD 1 TO WS-SIGNON-TRIES
               MOVE WS-SCR-OPR TO OP-ID
               READ SECURITY-FILE
                   INVALID KEY
                       MOVE "OPERATOR OR PASSWORD NOT RECOGNIZED"
                           TO WS-SCR-MSG
                       DISPLAY WS-SCR-MSG
                       MOVE "F" TO WS-SEC-EVENT
                       MOVE WS-SCR-OPR TO WS-SEC-EVENT-OPR
                       PERFORM 1600-WRITE-SEC-EVENT
                   NOT INVALID KEY
                       IF WS-SCR-PASSWORD NOT = SPACES
                          AND OP-PASSWORD = WS-SCR-PASSWORD
                           SET WS-SIGNED-ON TO TRUE
                           MOVE OP-ID TO WS-OPR-ID
                           MOVE OP-AUTH TO WS-OPR-AUTH
                           MOVE "S" TO WS-SEC-EVENT
                           MOVE OP-ID TO WS-SEC-EVENT-OPR
                           PERFORM 1600-WRITE-SEC-EVENT
                       ELSE
                           MOVE "OPERATOR OR PASSWORD NOT RECOGNIZED"
                               TO WS-SCR-MSG
                           DISPLAY WS-SCR-MSG
                           MOVE "F" TO WS-SEC-EVENT
                           MOVE WS-SCR-OPR TO WS-SEC-EVENT-OPR
                           PERFORM 1600-WRITE-SEC-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-SIGNED-ON
               DISPLAY "NAMEHOLD: SIGN-ON FAILED, SESSION ENDED"
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.
       1600-WRITE-SEC-EVENT.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO SE-DATE.
           MOVE WS-RUN-TIME TO SE-TIME.
           MOVE "NAMEHOLD" TO SE-PROGRAM.
           MOVE WS-SEC-EVENT-OPR TO SE-OPERATOR.
           MOVE WS-SEC-EVENT TO SE-EVENT.
           MOVE WS-SESSION-STAMP TO SE-SESSION.
           WRITE SECURITY-EVENT-RECORD.
       2000-GET-NAME.
           MOVE SPACES TO WS-SCR-NAME.
           DISPLAY SCR-LOOKUP.
           ACCEPT SCR-LOOKUP.
           IF WS-SCR-NAME = SPACES
               SET WS-QUIT TO TRUE
           END-IF.
       2100-VERIFY-DIGIT.
           SET WS-VALID TO TRUE.
           MOVE WS-SCR-NAME (1:9) TO CHK-BODY.
           CALL "NAMECKD" USING CHK-BODY CHK-DIGIT.
           IF CHK-DIGIT NOT = WS-SCR-NAME (10:1)
               SET WS-NOT-VALID TO TRUE
               MOVE "NAME FAILS CHECK DIGIT, NOT LOOKED UP"
                   TO WS-SCR-MSG
           END-IF.
       3000-LOOKUP-HOLD.
           MOVE WS-SCR-NAME TO HL-NAME.
           READ HOLD-FILE
               INVALID KEY
                   SET WS-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
       4000-SHOW-HOLD.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-HELD.
           ACCEPT SCR-HELD.
           IF WS-SCR-ACTION = "R"
               IF WS-OPR-AUTH = "U"
                   PERFORM 4500-RELEASE-HOLD
               ELSE
                   PERFORM 6000-REFUSE-ACTION
               END-IF
           END-IF.
      * The record stays on file with the release stamped - the
      * purge and the audit retention job go back to treating
      * the NAME like any other from their next run.
       4500-RELEASE-HOLD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO HL-RELEASE-DATE.
           MOVE WS-OPR-ID TO HL-RELEASED-BY.
           REWRITE LEGAL-HOLD-RECORD.
           MOVE "R" TO WS-LOG-EVENT.
           PERFORM 7000-WRITE-HOLD-LOG.
           MOVE "HOLD RELEASED" TO WS-SCR-MSG.
           DISPLAY WS-SCR-MSG.
      * A released hold's reason and requester are offered
      * back blank: a new hold is a new matter, and must say
      * so for itself.
       5000-OFFER-PLACE.
           MOVE SPACES TO WS-SCR-REASON.
           MOVE SPACES TO WS-SCR-REQUESTER.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-PLACE.
           ACCEPT SCR-PLACE.
           IF WS-SCR-ACTION = "P"
               IF WS-OPR-AUTH = "U"
                   PERFORM 5500-PLACE-HOLD
               ELSE
                   MOVE WS-SCR-REASON TO HL-REASON
                   MOVE WS-SCR-REQUESTER TO HL-REQUESTER
                   PERFORM 6000-REFUSE-ACTION
               END-IF
           END-IF.
      * A hold nobody can later explain is no use to legal, so
      * the reason and the requester are both required.
       5500-PLACE-HOLD.
           EVALUATE TRUE
               WHEN WS-SCR-REASON = SPACES
                   MOVE "REASON MAY NOT BE BLANK, HOLD NOT PLACED"
                       TO WS-SCR-MSG
               WHEN WS-SCR-REQUESTER = SPACES
                   MOVE "REQUESTER MAY NOT BE BLANK, NOT PLACED"
                       TO WS-SCR-MSG
               WHEN OTHER
                   ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
                   MOVE WS-SCR-NAME TO HL-NAME
                   MOVE WS-SCR-REASON TO HL-REASON
                   MOVE WS-SCR-REQUESTER TO HL-REQUESTER
                   MOVE WS-AUDIT-DATE TO HL-PLACED-DATE
                   MOVE WS-OPR-ID TO HL-PLACED-BY
                   MOVE ZERO TO HL-RELEASE-DATE
                   MOVE SPACES TO HL-RELEASED-BY
                   IF WS-FOUND
                       REWRITE LEGAL-HOLD-RECORD
                   ELSE
                       WRITE LEGAL-HOLD-RECORD
                   END-IF
                   MOVE "P" TO WS-LOG-EVENT
                   PERFORM 7000-WRITE-HOLD-LOG
                   MOVE "HOLD PLACED" TO WS-SCR-MSG
           END-EVALUATE.
           DISPLAY WS-SCR-MSG.
      * The refusal goes on the hold log as NAMEMAINT puts a
      * refused void on the audit file - who tried, and on
      * which NAME.
       6000-REFUSE-ACTION.
           MOVE "ACTION NEEDS UPDATE AUTHORITY, REFUSED"
               TO WS-SCR-MSG.
           DISPLAY WS-SCR-MSG.
           MOVE "X" TO WS-LOG-EVENT.
           PERFORM 7000-WRITE-HOLD-LOG.
      * The stamp is taken fresh at each write, as the audit
      * writers do; the reason and requester come off the hold
      * record as it now stands.
       7000-WRITE-HOLD-LOG.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO HOLD-LOG-RECORD.
           MOVE WS-AUDIT-DATE TO HG-DATE.
           MOVE WS-RUN-TIME TO HG-TIME.
           MOVE WS-OPR-ID TO HG-OPERATOR.
           MOVE WS-LOG-EVENT TO HG-EVENT.
           MOVE WS-SCR-NAME TO HG-NAME.
           MOVE HL-REQUESTER TO HG-REQUESTER.
           MOVE HL-REASON TO HG-REASON.
           WRITE HOLD-LOG-RECORD.
       9000-CLOSE-FILES.
           CLOSE HOLD-FILE.
           CLOSE HOLD-LOG-FILE.
           CLOSE SECURITY-FILE.
           CLOSE SECURITY-LOG-FILE.
       END PROGRAM NAMEHOLD.
