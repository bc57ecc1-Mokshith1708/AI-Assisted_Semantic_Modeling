      ******************************************************************
      * POSTSUSP - posting suspense, one row per back-dated item a
      * posting program would not post because its month is closed
      * with a suspense back-date action (or period control could
      * not be read).  PS-ITEM-IMAGE is the input record as it
      * arrived, so the item can be re-keyed or re-fed once Finance
      * reopens the month or approves it for the current one.
      * PeriodCloseChecklist lists what is still here for each
      * period being closed.
      ******************************************************************
       01  POSTING-SUSPENSE-RECORD.
           05  PS-LEDGER-CODE        PIC X(08).
           05  PS-POSTING-PROGRAM    PIC X(30).
           05  PS-ITEM-KEY           PIC X(12).
           05  PS-ITEM-DATE          PIC 9(08).
           05  PS-ITEM-AMT           PIC S9(09)V99.
           05  PS-REASON             PIC X(30).
           05  PS-CYCLE-NUMBER       PIC 9(07).
           05  PS-TIMESTAMP          PIC X(26).
           05  PS-ITEM-IMAGE         PIC X(60).
