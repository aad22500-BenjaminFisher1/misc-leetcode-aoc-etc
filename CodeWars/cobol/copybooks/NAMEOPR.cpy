      ******************************************************
      * Shared OPERATOR-SECURITY-FILE record layout, keyed on
      * OP-ID, maintained by OPSECMNT and read at sign-on by
      * the online transactions (NAMEMAINT, NAMEFIX, NAMEAPPR
      * and NAMEHOLD).  COPY this member into the FILE
      * SECTION of any of those programs instead of
      * hand-typing the fields.
      *
      * OP-AUTH is the operator's authority level: "I" may
      * inquire only, "U" may also correct, void, recycle,
      * approve, and place and release legal holds.  The
      * security file is deliberately maintained by its own
      * transaction and never created on the fly by the
      * programs that consult it - a missing security file is
      * a reason to refuse sign-on, not an invitation to run
      * wide open.
