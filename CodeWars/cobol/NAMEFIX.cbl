      * to the master and so needs update authority; a refused
      * apply is audited as such, and every audit entry
      * carries the operator who did it.
      *
      * Every repair that posts is also appended to RSPFIX,
      * so the next nightly response file tells the sender
      * that the pair it was told had rejected now has a NAME.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-LOG-FILE ASSIGN TO SECLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO RSPFIX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPFIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE.
           COPY NAMEOPR.
       FD  SECURITY-LOG-FILE.
           COPY NAMESEC.
       FD  RESPONSE-FILE.
           COPY NAMERSPR.
       WORKING-STORAGE SECTION.
       01  WS-REJIN-STATUS        PIC XX.
       01  WS-SECLOG-STATUS       PIC XX.
       01  WS-RSPFIX-STATUS       PIC XX.
       01  WS-REJOUT-STATUS       PIC XX.
       01  WS-MASTER-STATUS       PIC XX.
       01  WS-REF-STATUS          PIC XX.
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.
           OPEN EXTEND RESPONSE-FILE.
           IF WS-RSPFIX-STATUS NOT = "00"
               OPEN OUTPUT RESPONSE-FILE
               CLOSE RESPONSE-FILE
               OPEN EXTEND RESPONSE-FILE
           END-IF.
      * Unknown operator and wrong password get the same
      * message on purpose, as in NAMEMAINT - the sign-on
      * screen must not confirm which operator ids exist.
           MOVE "X" TO AU-ACTION.
           MOVE WS-OPR-ID TO AU-OPERATOR.
           MOVE RI-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
           PERFORM 8000-PASS-THROUGH.
       5000-BUILD-AND-POST.
                   WRITE NAME-MASTER-RECORD
                   PERFORM 5600-WRITE-AUDIT
                   PERFORM 7000-WRITE-RESOLVED
                   PERFORM 7100-WRITE-RESPONSE
                   MOVE "REJECT RESOLVED, NAME POSTED TO MASTER"
                       TO WS-SCR-MSG
                   DISPLAY WS-SCR-MSG
           MOVE "A" TO AU-ACTION.
           MOVE WS-OPR-ID TO AU-OPERATOR.
           MOVE RI-SOURCE TO AU-SOURCE.
           MOVE SPACES TO AU-APPROVER.
           WRITE AUDIT-OUT-RECORD.
      * The resolved record keeps its original reason and date -
      * they say why and when the pair first failed - but carries
           MOVE "R" TO RO-STATUS.
           MOVE RI-SOURCE TO RO-SOURCE.
           WRITE REJECT-OUT-RECORD.
      * The response line carries the pair as the sender first
      * transmitted it, not the corrected one, so the sender
      * can find the detail it was told had rejected; the NAME
      * shows what it was posted as.
       7100-WRITE-RESPONSE.
           MOVE SPACES TO RESPONSE-RECORD.
           MOVE RI-SOURCE TO RS-SOURCE.
           MOVE RI-A TO RS-A.
           MOVE RI-B TO RS-B.
           MOVE "F" TO RS-OUTCOME.
           MOVE WS-NAME TO RS-NAME.
           MOVE RI-REASON-CODE TO RS-REASON-CODE.
           MOVE RI-REASON-TEXT TO RS-REASON-TEXT.
           MOVE RI-DATE TO RS-DATE.
           WRITE RESPONSE-RECORD.
       8000-PASS-THROUGH.
           MOVE RI-A TO RO-A.
           MOVE RI-B TO RO-B.
           CLOSE AUDIT-FILE.
           CLOSE SECURITY-FILE.
           CLOSE SECURITY-LOG-FILE.
           CLOSE RESPONSE-FILE.
       END PROGRAM NAMEFIX.
