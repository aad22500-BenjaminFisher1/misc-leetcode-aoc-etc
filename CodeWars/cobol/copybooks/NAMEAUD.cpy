      ******************************************************
      * Shared AUDIT-FILE record layout.  COPY this member
      * into the FILE SECTION of every program that writes
      * AUDOUT (NAMEBAT, NAMEMAINT, NAMEFIX, NAMEPRG, NAMEARC,
      * NAMEAPPR)
      * or reads it back (NAMEHIST, NAMEDLT) instead of
      * hand-typing the
      * fields, so a future audit-layout change only has to be
      *
      * AU-OPERATOR says who did it: the signed-on operator id
      * from the online transactions, or the program name for
      * the batch run.  AU-APPROVER is the second operator
      * who approved it, for a void or reissue that went
      * through the pending-approval queue (NAMEAPPR); it is
      * spaces on every other entry - the maker is still in
      * AU-OPERATOR, so the entry names both hands.
      *
      * AU-SOURCE says which sending system the change traces
      * to: the TH-SOURCE of the transaction file for a batch
           05 AU-OPERATOR         PIC X(8).
           05 FILLER              PIC X.
           05 AU-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 AU-APPROVER         PIC X(8).
