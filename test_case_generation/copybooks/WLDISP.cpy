      ******************************************************************
      * WLDISP - one worked compliance hold per row, keyed by the
      * compliance officer: the CUST-ID and watch-list entry the
      * hold was raised on, the call they made (CLEAR for a false
      * positive, CONFIRM for a true match) and their remark.
      * SanctionsDisposition applies these against COMPHOLD.
      ******************************************************************
       01  WATCH-LIST-DISP-RECORD.
           05  WD-CUST-ID            PIC X(10).
           05  WD-ENTRY-ID           PIC X(10).
           05  WD-ACTION             PIC X(07).
               88  WD-CLEAR          VALUE "CLEAR  ".
               88  WD-CONFIRM        VALUE "CONFIRM".
           05  WD-OFFICER-ID         PIC X(08).
           05  WD-REMARK             PIC X(40).
