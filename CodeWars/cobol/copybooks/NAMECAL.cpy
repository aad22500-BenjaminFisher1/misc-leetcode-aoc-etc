      ******************************************************
      * Shared PROCESSING-CALENDAR record layout (CALMST),
      * keyed on CL-DATE.  Read by NAMEBDT for every batch
      * step's run date, rolled forward by NAMECALR at the end
      * of the nightly cycle, and maintained online by
      * CALMAINT.  COPY this member into the FILE SECTION of
      * any of those programs instead of hand-typing the
      * fields.
      *
      * The record keyed on CL-DATE zero is the control
      * record: CL-BUS-DATE is the business date the nightly
      * cycle is processing, whatever the clock says when the
      * steps actually run, and CL-PREV-BUS-DATE the one
      * before it.  CL-WEEKENDS-OFF "Y" makes every Saturday
      * and Sunday a non-processing day without a record for
      * each.  CL-ROLLED-DATE/CL-ROLLED-TIME are the clock
      * time of the last roll forward.
      *
      * Every other record is one calendar date the cycle does
      * not process: CL-DAY-TYPE "H" a holiday, "N" any other
      * non-processing day, CL-DESC saying which.  The roll
      * forward steps over them; the control-only fields are
      * zero on these records.
      ******************************************************
       01  CALENDAR-RECORD.
           05 CL-DATE             PIC 9(8).
               88 CL-CONTROL-KEY                 VALUE ZERO.
           05 CL-DAY-TYPE         PIC X.
               88 CL-HOLIDAY                     VALUE "H".
               88 CL-NON-PROCESSING              VALUE "N".
               88 CL-DAY-TYPE-VALID              VALUE "H" "N".
           05 CL-DESC             PIC X(30).
           05 CL-BUS-DATE         PIC 9(8).
           05 CL-PREV-BUS-DATE    PIC 9(8).
           05 CL-WEEKENDS-OFF     PIC X.
               88 CL-SKIP-WEEKENDS               VALUE "Y".
           05 CL-ROLLED-DATE      PIC 9(8).
           05 CL-ROLLED-TIME      PIC 9(6).
