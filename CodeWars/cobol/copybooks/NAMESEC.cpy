      ******************************************************
      * Shared SECURITY-EVENT-FILE record layout, appended
      * with EXTEND by the programs that sign operators on
      * (NAMEMAINT, NAMEFIX, NAMEARC, NAMEAPPR, NAMEHOLD) and
      * by OPSECMNT when the security file itself changes,
      * and read back by NAMESECR for the security review.
      * COPY this member into the FILE SECTION of any of
      * those programs instead of hand-typing the fields.
      *
      * SE-EVENT says what happened:
      *    S  sign-on succeeded
