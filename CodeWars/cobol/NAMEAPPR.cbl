       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEAPPR.
      ******************************************************
      * Second-operator approval transaction for the voids
      * and reissues NAMEMAINT and NAMEMNTB no longer post
      * themselves.  Presents each item still waiting on the
      * pending-approval file (PNDMST) with what was asked
      * for, on what pair, by whom, and lets the checker
      * approve or decline it.  Only an approval touches the
      * master: the void or reissue is posted then, exactly
      * as the maker's program used to post it, and its audit
      * entries carry the maker in AU-OPERATOR and the
      * checker in AU-APPROVER, so every irreversible action
      * on the audit trail names both hands.
      *
      * A sign-on against the operator security file comes
      * first, as in NAMEMAINT.  Browsing the queue is open
      * to any signed-on operator, but a decision needs
      * update authority, and no operator may decide an item
      * they keyed themselves; either refusal is audited as
      * such.  The master is re-read at approval, and an item
      * whose record has since gone, changed pair or already
      * been voided - or whose new NAME has since been issued
      * - is declined with the reason noted rather than posted
      * on a picture of the record that is no longer true.
      * Items nobody decides are expired by NAMEPNDR, and an
      * item already older than the days PNDPARM allows is
      * not approved here either: it is left for that night's
      * expiry, so an approval cannot land on an item the
      * daily report has, or is about to, call expired.
      *
      * A posted reissue is also written to the lineage file
      * (LINMST), old NAME to new, with both operators, so a
      * customer quoting the old NAME can be told which NAME
      * replaced it.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PNDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PENDING-FILE ASSIGN TO PNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT NAME-MASTER-FILE ASSIGN TO MASTIO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-NAME
               ALTERNATE RECORD KEY IS NM-AB-PAIR
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SECURITY-FILE ASSIGN TO OPSEC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-SEC-STATUS.
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
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PP-EXPIRE-DAYS       PIC 9(3).
       FD  PENDING-FILE.
           COPY NAMEPND.
       FD  NAME-MASTER-FILE.
           COPY NAMEMSTR.
       FD  AUDIT-FILE.
           COPY NAMEAUD.
       FD  SECURITY-FILE.
           COPY NAMEOPR.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       FD  LINEAGE-FILE.
           COPY NAMELIN.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-AUDIT-STATUS         PIC XX.
       01  WS-SEC-STATUS           PIC XX.
       01  WS-SECLOG-STATUS        PIC XX.
       01  WS-LIN-STATUS           PIC XX.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(6).
       01  WS-AUDIT-DATE           PIC 9(8).
       01  WS-EXPIRE-DAYS          PIC 9(3).
       01  WS-AGE-DAYS             PIC S9(5).
       01  WS-QUIT-SW              PIC X           VALUE "N".
           88 WS-QUIT                              VALUE "Y".
       01  WS-PEND-EOF-SW          PIC X           VALUE "N".
           88 WS-PEND-EOF                          VALUE "Y".
       01  WS-FOUND-SW             PIC X           VALUE "N".
           88 WS-FOUND                             VALUE "Y"
               WHEN SET TO FALSE IS "N".
       01  WS-SCR-ACTION           PIC X.
       01  WS-SCR-ACTION-TEXT      PIC X(20).
       01  WS-SCR-MSG              PIC X(60).
       01  WS-AUDIT-NAME           PIC X(10).
       01  WS-AUDIT-ACTION         PIC X.
       01  WS-AUDIT-A              PIC X(4).
       01  WS-AUDIT-B              PIC X(5).
       01  WS-AUDIT-OPERATOR       PIC X(8).
       01  WS-AUDIT-APPROVER       PIC X(8).
       01  WS-OLD-SOURCE           PIC X(8).
       01  WS-DECISION             PIC X.
       01  WS-DECISION-NOTE        PIC X(30).
       01  WS-SHOWN-COUNT          PIC 9(6)        VALUE ZERO.
       01  WS-APPROVED-COUNT       PIC 9(6)        VALUE ZERO.
       01  WS-DECLINED-COUNT       PIC 9(6)        VALUE ZERO.
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
       SCREEN SECTION.
       01  SCR-SIGNON.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PENDING APPROVAL - SIGN ON".
           05 LINE 3 COLUMN 1 VALUE "OPERATOR: ".
           05 LINE 3 COLUMN 11 PIC X(8) USING WS-SCR-OPR.
           05 LINE 4 COLUMN 1 VALUE "PASSWORD: ".
           05 LINE 4 COLUMN 11 PIC X(8) USING WS-SCR-PASSWORD
               SECURE.
       01  SCR-ITEM.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "PENDING APPROVAL - ITEM".
           05 LINE 3 COLUMN 1 VALUE "NAME:     ".
           05 LINE 3 COLUMN 12 PIC X(10) FROM PD-NAME.
           05 LINE 4 COLUMN 1 VALUE "ACTION:   ".
           05 LINE 4 COLUMN 12 PIC X(20) FROM WS-SCR-ACTION-TEXT.
           05 LINE 5 COLUMN 1 VALUE "A/B:      ".
           05 LINE 5 COLUMN 12 PIC X(4) FROM PD-OLD-A.
           05 LINE 5 COLUMN 17 PIC X(5) FROM PD-OLD-B.
           05 LINE 6 COLUMN 1 VALUE "NEW NAME: ".
           05 LINE 6 COLUMN 12 PIC X(10) FROM PD-NEW-NAME.
           05 LINE 7 COLUMN 1 VALUE "NEW A/B:  ".
           05 LINE 7 COLUMN 12 PIC X(4) FROM PD-NEW-A.
           05 LINE 7 COLUMN 17 PIC X(5) FROM PD-NEW-B.
           05 LINE 8 COLUMN 1 VALUE "SOURCE:   ".
           05 LINE 8 COLUMN 12 PIC X(8) FROM PD-REC-SOURCE.
           05 LINE 9 COLUMN 1 VALUE "KEYED BY: ".
           05 LINE 9 COLUMN 12 PIC X(8) FROM PD-MAKER.
           05 LINE 9 COLUMN 22 VALUE "VIA ".
           05 LINE 9 COLUMN 26 PIC X(8) FROM PD-ORIGIN.
           05 LINE 10 COLUMN 1 VALUE "KEYED ON: ".
           05 LINE 10 COLUMN 12 PIC 9(8) FROM PD-REQ-DATE.
           05 LINE 10 COLUMN 21 PIC 9(6) FROM PD-REQ-TIME.
           05 LINE 12 COLUMN 1
               VALUE "ACTION - A=APPROVE  D=DECLINE  S=SKIP  Q=QUIT: ".
           05 LINE 12 COLUMN 49 PIC X(1) USING WS-SCR-ACTION.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SESSION-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-SIGN-ON.
      * The queue is read in key order - NAME, then the stamp
      * the item was keyed at - so the items for one NAME come
      * up together, oldest first.
           MOVE LOW-VALUES TO PD-KEY.
           START PENDING-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET WS-PEND-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-PEND-EOF OR WS-QUIT
               READ PENDING-FILE NEXT RECORD
                   AT END
                       SET WS-PEND-EOF TO TRUE
                   NOT AT END
                       IF PD-PENDING
                           PERFORM 2000-SHOW-AND-ACT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "NAMEAPPR: NO ITEMS WAITING FOR APPROVAL"
           ELSE
               DISPLAY "NAMEAPPR: " WS-SHOWN-COUNT " SHOWN, "
                       WS-APPROVED-COUNT " APPROVED, "
                       WS-DECLINED-COUNT " DECLINED"
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.
       1000-OPEN-FILES.
      * The expiry days are NAMEPNDR's, read the same way and
      * refused on the same terms.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "NAMEAPPR: UNABLE TO OPEN PNDPARM, STATUS "
                       WS-PARM-STATUS
               STOP RUN
           END-IF.
           READ PARM-FILE
               AT END
                   DISPLAY "NAMEAPPR: PNDPARM IS EMPTY"
                   STOP RUN
           END-READ.
           IF PP-EXPIRE-DAYS NOT NUMERIC OR PP-EXPIRE-DAYS = ZERO
               DISPLAY "NAMEAPPR: EXPIRY DAYS NOT A POSITIVE "
                       "NUMBER: " PP-EXPIRE-DAYS
               STOP RUN
           END-IF.
           MOVE PP-EXPIRE-DAYS TO WS-EXPIRE-DAYS.
           CLOSE PARM-FILE.
      * The queue is created by the programs that feed it;
      * a missing queue here only means nothing was ever
      * queued, and the session says so rather than failing.
           OPEN I-O PENDING-FILE.
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NAMEAPPR: UNABLE TO OPEN PNDMST, STATUS "
                       WS-PEND-STATUS
               STOP RUN
           END-IF.
      * Not created on the fly: an approval against a missing
      * master can only mean the wrong cluster is allocated.
           OPEN I-O NAME-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "NAMEAPPR: UNABLE TO OPEN MASTIO, STATUS "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           OPEN INPUT SECURITY-FILE.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "NAMEAPPR: UNABLE TO OPEN OPSEC, STATUS "
                       WS-SEC-STATUS
               STOP RUN
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           OPEN I-O LINEAGE-FILE.
           IF WS-LIN-STATUS = "35"
               OPEN OUTPUT LINEAGE-FILE
               CLOSE LINEAGE-FILE
               OPEN I-O LINEAGE-FILE
           END-IF.
           IF WS-LIN-STATUS NOT = "00"
               DISPLAY "NAMEAPPR: UNABLE TO OPEN LINMST, STATUS "
                       WS-LIN-STATUS
               STOP RUN
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
               DISPLAY "NAMEAPPR: SIGN-ON FAILED, SESSION ENDED"
               PERFORM 9000-CLOSE-FILES
               STOP RUN
           END-IF.
       1600-WRITE-SEC-EVENT.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-DATE TO SE-DATE.
           MOVE WS-RUN-TIME TO SE-TIME.
           MOVE "NAMEAPPR" TO SE-PROGRAM.
           MOVE WS-SEC-EVENT-OPR TO SE-OPERATOR.
           MOVE WS-SEC-EVENT TO SE-EVENT.
           MOVE WS-SESSION-STAMP TO SE-SESSION.
           WRITE SECURITY-EVENT-RECORD.
      * The maker check is made on the operator id, not the
      * authority: an update operator is exactly who keys the
      * voids, and the control is worthless if the same id
      * can wave its own item through.
       2000-SHOW-AND-ACT.
           ADD 1 TO WS-SHOWN-COUNT.
           IF PD-ACTION = "V"
               MOVE "VOID" TO WS-SCR-ACTION-TEXT
           ELSE
               MOVE "REISSUE UNDER NEW NAME" TO WS-SCR-ACTION-TEXT
           END-IF.
           MOVE SPACES TO WS-SCR-ACTION.
           DISPLAY SCR-ITEM.
           ACCEPT SCR-ITEM.
           EVALUATE TRUE
               WHEN WS-SCR-ACTION = "Q"
                   SET WS-QUIT TO TRUE
               WHEN WS-SCR-ACTION = "A" OR "D"
                   EVALUATE TRUE
                       WHEN WS-OPR-AUTH NOT = "U"
                           MOVE "NEEDS UPDATE AUTHORITY, REFUSED"
                               TO WS-SCR-MSG
                           PERFORM 4500-REFUSE-ACTION
                       WHEN PD-MAKER = WS-OPR-ID
                           MOVE "MAKER MAY NOT DECIDE OWN ITEM"
                               TO WS-SCR-MSG
                           PERFORM 4500-REFUSE-ACTION
                       WHEN WS-SCR-ACTION = "A"
                           PERFORM 3000-APPROVE-ITEM
                       WHEN OTHER
                           MOVE "D" TO WS-DECISION
                           MOVE "DECLINED BY CHECKER"
                               TO WS-DECISION-NOTE
                           PERFORM 3800-RECORD-DECISION
                           MOVE "ITEM DECLINED, MASTER UNCHANGED"
                               TO WS-SCR-MSG
                           DISPLAY WS-SCR-MSG
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * An item past the expiry days is aged as NAMEPNDR ages
      * it and left pending, untouched, for the nightly expiry
      * to close; the maker keys it again if it is still
      * wanted.
       3000-APPROVE-ITEM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (PD-REQ-DATE).
           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
               MOVE SPACES TO WS-SCR-MSG
               STRING "NOT POSTED - OLDER THAN " DELIMITED BY SIZE
                      WS-EXPIRE-DAYS DELIMITED BY SIZE
                      " DAYS, LEFT TO EXPIRE" DELIMITED BY SIZE
                 INTO WS-SCR-MSG
               END-STRING
               DISPLAY WS-SCR-MSG
           ELSE
               PERFORM 3050-CHECK-AND-POST
           END-IF.
      * The record is re-read and compared with the picture
      * the maker saw.  Anything that has moved since is
      * declined with the reason on the item, and the maker
      * keys it again against the record as it now stands.
       3050-CHECK-AND-POST.
           MOVE PD-NAME TO NM-NAME.
           READ NAME-MASTER-FILE
               INVALID KEY
                   SET WS-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "NAME NO LONGER ON MASTER"
                       TO WS-DECISION-NOTE
                   PERFORM 3900-DECLINE-STALE
               WHEN NM-A NOT = PD-OLD-A OR NM-B NOT = PD-OLD-B
                   MOVE "PAIR CHANGED SINCE KEYED"
                       TO WS-DECISION-NOTE
                   PERFORM 3900-DECLINE-STALE
               WHEN NM-STATUS = "V"
                   MOVE "RECORD ALREADY VOIDED"
                       TO WS-DECISION-NOTE
                   PERFORM 3900-DECLINE-STALE
               WHEN PD-ACTION = "V"
                   PERFORM 3100-POST-VOID
               WHEN OTHER
                   PERFORM 3200-POST-REISSUE
           END-EVALUATE.
      * Posted as NAMEMAINT's 6000-VOID-RECORD used to post it:
      * status "V", audited under the record's own pair.
       3100-POST-VOID.
           MOVE "V" TO NM-STATUS.
           REWRITE NAME-MASTER-RECORD.
           MOVE NM-NAME TO WS-AUDIT-NAME.
           MOVE NM-A TO WS-AUDIT-A.
           MOVE NM-B TO WS-AUDIT-B.
           MOVE "V" TO WS-AUDIT-ACTION.
           MOVE PD-MAKER TO WS-AUDIT-OPERATOR.
           MOVE WS-OPR-ID TO WS-AUDIT-APPROVER.
           PERFORM 5600-WRITE-AUDIT.
           MOVE "A" TO WS-DECISION.
           MOVE SPACES TO WS-DECISION-NOTE.
           PERFORM 3800-RECORD-DECISION.
           MOVE "APPROVED - RECORD VOIDED" TO WS-SCR-MSG.
           DISPLAY WS-SCR-MSG.
      * Posted as 5500-REISSUE-NAME used to post it: the old
      * NAME removed and audited "O" under its old pair, the
      * new NAME written under the corrected pair, dated
      * today and keeping the old record's sending system,
      * and audited "N".  The new NAME is checked again first
      * - it may have been issued since the item was keyed.
       3200-POST-REISSUE.
           MOVE NM-SOURCE TO WS-OLD-SOURCE.
           MOVE PD-NEW-NAME TO NM-NAME.
           READ NAME-MASTER-FILE
               INVALID KEY
                   SET WS-FOUND TO FALSE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ.
           IF WS-FOUND
               MOVE "NEW NAME ALREADY ON FILE"
                   TO WS-DECISION-NOTE
               PERFORM 3900-DECLINE-STALE
           ELSE
               MOVE PD-MAKER TO WS-AUDIT-OPERATOR
               MOVE WS-OPR-ID TO WS-AUDIT-APPROVER
               MOVE PD-NAME TO NM-NAME
               DELETE NAME-MASTER-FILE RECORD
               MOVE PD-NAME TO WS-AUDIT-NAME
               MOVE PD-OLD-A TO WS-AUDIT-A
               MOVE PD-OLD-B TO WS-AUDIT-B
               MOVE "O" TO WS-AUDIT-ACTION
               PERFORM 5600-WRITE-AUDIT
               MOVE PD-NEW-NAME TO NM-NAME
               MOVE PD-NEW-A TO NM-A
               MOVE PD-NEW-B TO NM-B
               MOVE WS-RUN-DATE TO NM-DATE
               MOVE SPACE TO NM-STATUS
               MOVE WS-OLD-SOURCE TO NM-SOURCE
               WRITE NAME-MASTER-RECORD
               MOVE PD-NEW-NAME TO WS-AUDIT-NAME
               MOVE PD-NEW-A TO WS-AUDIT-A
               MOVE PD-NEW-B TO WS-AUDIT-B
               MOVE "N" TO WS-AUDIT-ACTION
               PERFORM 5600-WRITE-AUDIT
               PERFORM 3300-WRITE-LINEAGE
               MOVE "A" TO WS-DECISION
               MOVE SPACES TO WS-DECISION-NOTE
               PERFORM 3800-RECORD-DECISION
               MOVE "APPROVED - RECORD REISSUED UNDER NEW NAME"
                   TO WS-SCR-MSG
               DISPLAY WS-SCR-MSG
           END-IF.
      * The lineage record carries the stamp of the "N" audit
      * entry just written, so the two agree.  An old NAME
      * already on the lineage file was reissued once before,
      * came back, and has been reissued again: the record is
      * replaced, as the latest successor is the one that
      * answers for the NAME now.
       3300-WRITE-LINEAGE.
           MOVE PD-NAME TO LN-OLD-NAME.
           MOVE PD-NEW-NAME TO LN-NEW-NAME.
           MOVE PD-OLD-A TO LN-OLD-A.
           MOVE PD-OLD-B TO LN-OLD-B.
           MOVE PD-NEW-A TO LN-NEW-A.
           MOVE PD-NEW-B TO LN-NEW-B.
           MOVE WS-AUDIT-DATE TO LN-DATE.
           MOVE WS-RUN-TIME TO LN-TIME.
           MOVE PD-MAKER TO LN-OPERATOR.
           MOVE WS-OPR-ID TO LN-APPROVER.
           MOVE "NAMEAPPR" TO LN-ORIGIN.
           WRITE LINEAGE-RECORD
               INVALID KEY
                   REWRITE LINEAGE-RECORD
           END-WRITE.
      * The decided item stays on the queue file with the
      * checker and the date, so the daily report and any
      * later question can see who decided it.
       3800-RECORD-DECISION.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-DECISION TO PD-STATUS.
           MOVE WS-OPR-ID TO PD-CHECKER.
           MOVE WS-AUDIT-DATE TO PD-DECIDED-DATE.
           MOVE WS-DECISION-NOTE TO PD-NOTE.
           REWRITE PENDING-RECORD.
           IF WS-DECISION = "A"
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
           END-IF.
       3900-DECLINE-STALE.
           MOVE "D" TO WS-DECISION.
           PERFORM 3800-RECORD-DECISION.
           MOVE SPACES TO WS-SCR-MSG.
           STRING "NOT POSTED, DECLINED - " DELIMITED BY SIZE
                  WS-DECISION-NOTE DELIMITED BY SIZE
             INTO WS-SCR-MSG
           END-STRING.
           DISPLAY WS-SCR-MSG.
      * A refused decision goes on the audit file as NAMEMAINT
      * records a refused void: who tried, on which NAME.  The
      * item itself stays pending for a proper checker.
       4500-REFUSE-ACTION.
           DISPLAY WS-SCR-MSG.
           MOVE PD-NAME TO WS-AUDIT-NAME.
           MOVE PD-OLD-A TO WS-AUDIT-A.
           MOVE PD-OLD-B TO WS-AUDIT-B.
           MOVE "X" TO WS-AUDIT-ACTION.
           MOVE WS-OPR-ID TO WS-AUDIT-OPERATOR.
           MOVE SPACES TO WS-AUDIT-APPROVER.
           PERFORM 5600-WRITE-AUDIT.
      * Stamped fresh at each write, as in NAMEMAINT.  The
      * source is the one carried on the item - the record's
      * own for an online void, the header's sending system
      * for a NAMEMNTB block - so the entries read exactly as
      * the maker's program used to write them.
       5600-WRITE-AUDIT.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           MOVE WS-AUDIT-A TO AU-A.
           MOVE WS-AUDIT-B TO AU-B.
           MOVE WS-AUDIT-NAME TO AU-NAME.
           MOVE WS-AUDIT-DATE TO AU-DATE.
           MOVE WS-RUN-TIME TO AU-TIME.
           MOVE WS-AUDIT-ACTION TO AU-ACTION.
           MOVE WS-AUDIT-OPERATOR TO AU-OPERATOR.
           MOVE PD-REC-SOURCE TO AU-SOURCE.
           MOVE WS-AUDIT-APPROVER TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
       9000-CLOSE-FILES.
           CLOSE PENDING-FILE.
           CLOSE NAME-MASTER-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SECURITY-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE LINEAGE-FILE.
       END PROGRAM NAMEAPPR.
