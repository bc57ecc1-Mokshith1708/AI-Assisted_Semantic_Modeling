      ******************************************************************
      * SIEMHWM - security event export high-water mark, one row per
      * source log: how many of its records have already been sent
      * to the enterprise monitoring system, and the key (timestamp,
      * or change ID for TBLHIST) of the last one sent.  The key is
      * rechecked at that position on the next run, so a log that
      * has been archived and restarted is noticed and sent again
      * from the top rather than skipped.  Rolls forward as a GDG
      * -- the export reads generation (0) and writes (+1) -- so a
      * failed run leaves the marks where they were.
      ******************************************************************
       01  EVENT-HIGH-WATER-RECORD.
           05  HW-SOURCE             PIC X(08).
           05  HW-LAST-SEQ           PIC 9(09).
           05  HW-LAST-KEY           PIC X(26).
           05  HW-EXTRACT-TS         PIC X(26).
