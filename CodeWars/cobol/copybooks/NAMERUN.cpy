      ******************************************************
      * Shared RUN-CONTROL-FILE record layout, appended with
      * EXTEND by every batch step in the nightly cycle
      * (NAMEBAT, NAMEPRG, NAMERECO, NAMEDLT, NAMERSP, NAMEINTK,
      * NAMEPNDR, NAMEHLDR, NAMERETR, NAMECALR) and
      * read back by NAMERUNR for the batch-window report.
      * COPY this member into the FILE SECTION of any of
      * those programs instead of hand-typing the fields.
      *
      * Each step stamps a start record ("S") once its files
      * are open and an end record ("E") when it finishes
      * the report calls that out - the absence is the
      * evidence.  RC-RESTART says whether the run picked up
      * from a checkpoint rather than starting fresh.
      *
      * RC-DATE/RC-TIME are the clock when the record was
      * written; RC-BUS-DATE is the business date the step
      * ran as, from the processing calendar (NAMEBDT).  The
      * two differ whenever the cycle runs past midnight or a
      * missed day is caught up.  Records written before the
      * business date was carried have it blank.
      ******************************************************
       01  RUN-CONTROL-RECORD.
           05 RC-DATE             PIC X(8).
           05 RC-COUNT-1          PIC 9(8).
           05 FILLER              PIC X.
           05 RC-COUNT-2          PIC 9(8).
           05 FILLER              PIC X.
           05 RC-BUS-DATE         PIC X(8).
