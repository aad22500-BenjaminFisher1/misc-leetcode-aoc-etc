      ******************************************************
      * Shared HELD-SKIP-FILE record layout (HLDSKIP), written
      * fresh each night by NAMEPRG with one record for every
      * master record the purge would have taken but left in
      * place because its NAME is under an active legal hold,
      * and read by NAMEHLDR for the "held from purge tonight"
      * part of the hold report.  COPY this member into the
      * FILE SECTION of either program instead of hand-typing
      * the fields.
      *
      * HS-A through HS-SOURCE are the master record as the
      * purge found it; HS-REASON and HS-REQUESTER are the
      * hold's own, so the report can say why each record was
      * spared without going back to the hold file.
      * HS-PURGE-DATE is the purge's run date: when the purge
      * is held the file still carries an earlier night's
      * records, and the report must not present them as
      * tonight's.
      ******************************************************
       01  HELD-SKIP-RECORD.
           05 HS-PURGE-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 HS-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 HS-A                PIC X(4).
           05 FILLER              PIC X.
           05 HS-B                PIC X(5).
           05 FILLER              PIC X.
           05 HS-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 HS-STATUS           PIC X.
           05 FILLER              PIC X.
           05 HS-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 HS-REQUESTER        PIC X(20).
           05 FILLER              PIC X.
           05 HS-REASON           PIC X(30).
