      ******************************************************
      * Shared HOLD-LOG-FILE record layout, appended with
      * EXTEND by NAMEHOLD for every legal hold placed or
      * released, and for every attempt refused for lack of
      * authority.  COPY this member into the FILE SECTION of
      * any program that writes or reads the log instead of
      * hand-typing the fields.
      *
      * HG-EVENT says what happened:
      *    P  hold placed
      *    R  hold released
      *    X  place or release refused for lack of authority
      * HG-OPERATOR is the signed-on operator who did it, and
      * HG-REASON/HG-REQUESTER are the hold's own, so the log
      * alone can answer for the life of every hold even after
      * the hold record has been reused.
      ******************************************************
       01  HOLD-LOG-RECORD.
           05 HG-DATE             PIC X(8).
           05 FILLER              PIC X.
           05 HG-TIME             PIC X(6).
           05 FILLER              PIC X.
           05 HG-OPERATOR         PIC X(8).
           05 FILLER              PIC X.
           05 HG-EVENT            PIC X.
           05 FILLER              PIC X.
           05 HG-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 HG-REQUESTER        PIC X(20).
           05 FILLER              PIC X.
           05 HG-REASON           PIC X(30).
