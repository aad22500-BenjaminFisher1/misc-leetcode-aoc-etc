      ******************************************************
      * Shared business-date call interface for NAMEBDT and
      * its callers.  COPY this member into the LINKAGE
      * SECTION of NAMEBDT and into the WORKING-STORAGE of
      * every batch step instead of hand-typing the fields.
      *
      * BUS-DATE comes back as the business date on the
      * processing calendar (CALMST) - the date a nightly step
      * runs as, which is not the clock date once the cycle
      * runs past midnight or a missed day is caught up.
      * BUS-RETURN is "00" when the date is good; anything
      * else is the CALMST file status, or "99" for a control
      * record whose date is not a valid date, and the step
      * must refuse to run rather than fall back on the clock.
      ******************************************************
       01  BUS-DATE               PIC 9(8).
       01  BUS-RETURN             PIC XX.
