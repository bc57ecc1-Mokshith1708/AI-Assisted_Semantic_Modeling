      * these against BRNCHMST the same transaction-driven way
      * RosterMaint maintains EMPFILE -- ending the hand-editing of
      * the dataset that drives ApplicationEdit's branch validation
      * and RegionRollupReport's groupings.  A CONSOL transaction
      * schedules the branch's consolidation into BH-SUCCESSOR-
      * BRANCH as of BH-EFFECTIVE-DATE, for BranchConsolidation to
      * carry out; the name, region and status fields are not used.
      ******************************************************************
       01  BRANCH-TRANSACTION-RECORD.
           05  BH-ACTION             PIC X(06).
           05  BH-BRANCH-NAME        PIC X(25).
           05  BH-REGION-CODE        PIC X(03).
           05  BH-BRANCH-STATUS      PIC X(01).
           05  BH-SUCCESSOR-BRANCH   PIC X(04).
           05  BH-EFFECTIVE-DATE     PIC 9(08).
