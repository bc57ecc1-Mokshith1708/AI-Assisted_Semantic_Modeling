      ******************************************************************
      * RECNBOOK - the loan subledger balance per branch cost center
      * as of a nightly reconciliation: the total LM-CURRENT-BALANCE
      * of the cost center's funded loans not charged off, which is
      * what loans receivable should carry.  Each run reads the
      * prior generation as its opening balance and writes tonight's
      * as the next.  SK-PRIOR-AS-OF-DATE and SK-PRIOR-BALANCE keep
      * the opening figure the row was rolled from, so a rerun of
      * the same business date rolls from the same place.
      ******************************************************************
       01  RECON-BOOK-RECORD.
           05  SK-COST-CENTER        PIC X(03).
           05  SK-AS-OF-DATE         PIC 9(08).
           05  SK-BALANCE            PIC S9(11)V99.
           05  SK-PRIOR-AS-OF-DATE   PIC 9(08).
           05  SK-PRIOR-BALANCE      PIC S9(11)V99.
