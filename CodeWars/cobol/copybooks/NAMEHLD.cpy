      ******************************************************
      * Shared LEGAL-HOLD-FILE record layout (HOLDMST), keyed
      * on NAME, maintained by NAMEHOLD and consulted by the
      * retention jobs (NAMEPRG, NAMEAUDR) and the hold report
      * (NAMEHLDR).  COPY this member into the FILE SECTION of
      * any of those programs instead of hand-typing the
      * fields.
      *
      * A record here means legal or compliance asked for the
      * NAME to be preserved: while the hold is active the
      * purge leaves the master record where it is and the
      * audit retention job keeps every entry for the NAME on
      * AUDMST, whatever their age.  HL-REASON and
      * HL-REQUESTER say why and for whom (the matter or
      * investigation, and the person who asked).
      * HL-PLACED-DATE and HL-PLACED-BY are stamped when the
      * hold goes on.  HL-RELEASE-DATE is zero while the hold
      * is active and is stamped, with HL-RELEASED-BY, when it
      * comes off; a released hold stays on file so the
      * question "was this NAME ever held" has an answer, and
      * placing a fresh hold on the NAME reuses the record.
      * Every place and release is also written to the hold
      * log (NAMEHLOG).
      ******************************************************
       01  LEGAL-HOLD-RECORD.
           05 HL-NAME             PIC X(10).
           05 HL-REASON           PIC X(30).
           05 HL-REQUESTER        PIC X(20).
           05 HL-PLACED-DATE      PIC 9(8).
           05 HL-PLACED-BY        PIC X(8).
           05 HL-RELEASE-DATE     PIC 9(8).
              88 HL-ACTIVE                    VALUE ZERO.
           05 HL-RELEASED-BY      PIC X(8).
