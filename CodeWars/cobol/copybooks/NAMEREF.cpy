      * Shared REFERENCE-TABLE-FILE record layout, keyed on
      * the A/B pair, maintained by REFMAINT and consulted
      * input-only by the programs that edit incoming pairs
      * (NAMEBAT, NAMEFIX) and by the code retirement run
      * (NAMERETR).  COPY this member into the FILE
      * SECTION of any of those programs instead of
      * hand-typing the fields.
      *
