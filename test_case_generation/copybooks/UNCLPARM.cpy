      ******************************************************************
      * UNCLPARM - unclaimed-property dormancy periods, one row per
      * state: a refund still outstanding UP-DORMANCY-YEARS after it
      * was issued to an owner whose last known address is in
      * UP-STATE is presumed abandoned and must be reported and
      * remitted to that state.  A row with a blank state sets the
      * period for every state without a row of its own, and for
      * owners with no address on file.  No UNCLPARM dataset, or no
      * blank-state row, means three years.
      ******************************************************************
       01  UNCLAIMED-PARAMETER-RECORD.
           05  UP-STATE              PIC X(02).
           05  UP-DORMANCY-YEARS     PIC 9(02).
