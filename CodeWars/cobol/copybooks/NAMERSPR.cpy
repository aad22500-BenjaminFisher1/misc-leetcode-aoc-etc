      ******************************************************
      * Shared sender-response record layout.  NAMEBAT writes
      * one to RSPWORK for every detail pair it reads, in
      * TRANSIN order, and NAMEFIX appends one to RSPFIX for
      * every reject it repairs; NAMERSP reads both back and
      * cuts each sending system its own response file, in
      * this same layout inside an HDR/TRL envelope.  COPY
      * this member into the FILE SECTION of any of those
      * programs instead of hand-typing the fields, and use
      * COPY ... REPLACING to rename the record and its fields
      * to the caller's own prefix where needed.
      *
      * RS-A and RS-B are the pair exactly as the sender
      * transmitted it, so the sender can match each line to
      * its own detail.  RS-OUTCOME says what became of it:
      *    I  issued - RS-NAME is the NAME posted
      *    R  rejected - RS-REASON-CODE/TEXT say why, exactly
      *       as they went to REJOUT (05 duplicate, 11/12 not
      *       on or not in effect on the reference table, ...)
      *    F  a reject since repaired through NAMEFIX - RS-NAME
      *       is the NAME posted from the corrected pair, and
      *       the reason is the one the pair first failed with
      * RS-DATE is the business date the pair was transmitted
      * under; on an F line it is the date of the original
      * reject, which is earlier than the file it travels on.
      ******************************************************
       01  RESPONSE-RECORD.
           05 RS-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 RS-A                PIC X(10).
           05 FILLER              PIC X.
           05 RS-B                PIC X(10).
           05 FILLER              PIC X.
           05 RS-OUTCOME          PIC X.
           05 FILLER              PIC X.
           05 RS-NAME             PIC X(10).
           05 FILLER              PIC X.
           05 RS-REASON-CODE      PIC X(2).
           05 FILLER              PIC X.
           05 RS-REASON-TEXT      PIC X(30).
           05 FILLER              PIC X.
           05 RS-DATE             PIC 9(8).
