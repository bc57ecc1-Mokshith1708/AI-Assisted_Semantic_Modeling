      ******************************************************************
      * BRCNSCHD - branch consolidation schedule, one row per
      * consolidation BranchMaint accepts: the branch being closed,
      * the successor branch that takes over its portfolio, and the
      * business date it takes effect.  BranchConsolidation works
      * every pending row whose effective date has arrived and marks
      * it done, with the loans and receivable it moved, or rejected
      * with the reason.
      * BS-STATUS: "P" pending, "D" done, "R" rejected.
      ******************************************************************
       01  BRANCH-CONSOLIDATION-RECORD.
           05  BS-CLOSING-BRANCH     PIC X(04).
           05  BS-SUCCESSOR-BRANCH   PIC X(04).
           05  BS-EFFECTIVE-DATE     PIC 9(08).
           05  BS-REQUESTED-BY       PIC X(08).
           05  BS-REQUEST-TS         PIC X(26).
           05  BS-STATUS             PIC X(01).
               88  BS-PENDING        VALUE "P".
               88  BS-DONE           VALUE "D".
               88  BS-REJECTED       VALUE "R".
           05  BS-DONE-DATE          PIC 9(08).
           05  BS-LOANS-MOVED        PIC 9(07).
           05  BS-RECEIVABLE-MOVED   PIC S9(11)V99.
           05  BS-REASON             PIC X(30).
