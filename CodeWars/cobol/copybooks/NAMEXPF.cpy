      ******************************************************
      * Expected-files control table record, one per sending
      * system, read by NAMEINTK at the head of the nightly
      * cycle.  COPY this member into the FILE SECTION of any
      * program that reads the table instead of hand-typing
      * the fields.
      *
      * XF-SOURCE is the sender's TH-SOURCE exactly as it
      * arrives in the header of its transmission.
      * XF-CUTOFF is the wall-clock time (HHMM) the file is
      * due by; a file still missing when the intake runs
      * past that time is called out as late.  XF-MANDATORY
      * says whether a missing file is an exception ("Y") or
      * a night the sender is allowed to skip ("N").
      * XF-SLOT is the intake DD the sender's file is landed
      * under - INTAKE1 through INTAKE5 - so adding a sender
      * means a table line and a DD, never a recompile.
      ******************************************************
       01  EXPECTED-FILE-RECORD.
           05 XF-SOURCE           PIC X(8).
           05 FILLER              PIC X.
           05 XF-CUTOFF           PIC 9(4).
           05 FILLER              PIC X.
           05 XF-MANDATORY        PIC X.
           05 FILLER              PIC X.
           05 XF-SLOT             PIC 9.
