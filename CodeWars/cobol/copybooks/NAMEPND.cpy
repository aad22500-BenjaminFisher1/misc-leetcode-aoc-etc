      ******************************************************
      * Shared PENDING-APPROVAL-FILE record layout (PNDMST),
      * keyed on NAME and the stamp the action was keyed at.
      * NAMEMAINT and NAMEMNTB write an item here in place of
      * posting a void or a reissue, NAMEAPPR lets a second
      * operator approve or decline it, and NAMEPNDR expires
      * what nobody decided in time and reports the queue.
      * COPY this member into the FILE SECTION of any of
      * those programs instead of hand-typing the fields.
      *
      * PD-ACTION says what the maker asked for:
      *    V  void PD-NAME
      *    R  reissue PD-NAME under PD-NEW-NAME, built from
      *       the corrected pair PD-NEW-A/PD-NEW-B
      * PD-OLD-A/PD-OLD-B are the pair the record carried when
      * the action was keyed; the approval posts only if the
      * master still carries that pair, so a record changed in
      * the meantime is not voided or reissued on a picture of
      * it that is no longer true.
      *
      * PD-MAKER is the signed-on operator who keyed the
      * action, or the program name for a NAMEMNTB block;
      * PD-CHECKER is the operator who decided it, and must
      * never be the maker.  PD-REC-SOURCE is the sending
      * system the posted audit entries will carry.
      *
      * PD-STATUS is the item's state:
      *    P  pending - waiting for a second operator
      *    A  approved and posted to the master
      *    D  declined by the checker, or refused at approval
      *       because the master had changed (PD-NOTE says)
      *    E  expired - not decided within the allowed days
      * Decided items stay on file with PD-DECIDED-DATE
      * stamped, so the file answers "who approved that void"
      * without going to the audit trail.
      ******************************************************
       01  PENDING-RECORD.
           05 PD-KEY.
              10 PD-NAME          PIC X(10).
              10 PD-REQ-DATE      PIC 9(8).
              10 PD-REQ-TIME      PIC 9(6).
           05 PD-ACTION           PIC X.
           05 PD-OLD-A            PIC X(4).
           05 PD-OLD-B            PIC X(5).
           05 PD-NEW-NAME         PIC X(10).
           05 PD-NEW-A            PIC X(4).
           05 PD-NEW-B            PIC X(5).
           05 PD-REC-SOURCE       PIC X(8).
           05 PD-MAKER            PIC X(8).
           05 PD-ORIGIN           PIC X(8).
           05 PD-STATUS           PIC X.
              88 PD-PENDING                   VALUE "P".
              88 PD-APPROVED                  VALUE "A".
              88 PD-DECLINED                  VALUE "D".
              88 PD-EXPIRED                   VALUE "E".
           05 PD-CHECKER          PIC X(8).
           05 PD-DECIDED-DATE     PIC 9(8).
           05 PD-NOTE             PIC X(30).
