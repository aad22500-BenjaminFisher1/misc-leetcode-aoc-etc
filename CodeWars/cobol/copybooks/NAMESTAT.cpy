      ******************************************************
      * Shared run-statistics history record, written with
      * EXTEND by NAMERPT at the end of each nightly run and
      * read back by NAMETRND for the month-end trend report
      * and by NAMEBAT, whose volume check averages each
      * sender's S and T records over its trailing days.
      * COPY this member into the FILE SECTION of any of these
      * programs instead of hand-typing the fields.
      *
      * One record per statistic per run date; ST-TYPE says
      * which statistic and ST-KEY qualifies it where one
