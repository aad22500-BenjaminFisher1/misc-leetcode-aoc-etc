      ******************************************************
      * Shared REISSUE-LINEAGE-FILE record layout (LINMST),
      * keyed on the old NAME with an alternate key on the
      * new one, so a chain of reissues can be walked either
      * way.  Written by NAMEAPPR when a reissue posts,
      * loaded once from the O/N audit history by NAMELINC,
      * and read by NAMEMAINT, NAMEINQ and NAMEARC (to say
      * "superseded by") and by the lineage inquiry NAMELINQ.
      * COPY this member into the FILE SECTION of any of
      * those programs instead of hand-typing the fields.
      *
      * One record per reissue: LN-OLD-NAME was removed from
      * the master and LN-NEW-NAME issued in its place, under
      * the pairs shown, on LN-DATE/LN-TIME.  LN-OPERATOR is
      * the operator (or batch program) that keyed the
      * reissue and LN-APPROVER the operator who approved it;
      * a reissue posted before approvals were required
      * carries spaces there.  LN-ORIGIN is the program that
      * wrote the record.
      *
      * A NAME can only be the old NAME of one reissue at a
      * time; should a NAME come back and be reissued again,
      * the record is rewritten with the latest reissue, which
      * is the one a customer quoting that NAME needs.
      ******************************************************
       01  LINEAGE-RECORD.
           05 LN-OLD-NAME         PIC X(10).
           05 LN-NEW-NAME         PIC X(10).
           05 LN-OLD-A            PIC X(4).
           05 LN-OLD-B            PIC X(5).
           05 LN-NEW-A            PIC X(4).
           05 LN-NEW-B            PIC X(5).
           05 LN-DATE             PIC 9(8).
           05 LN-TIME             PIC 9(6).
           05 LN-OPERATOR         PIC X(8).
           05 LN-APPROVER         PIC X(8).
           05 LN-ORIGIN           PIC X(8).
