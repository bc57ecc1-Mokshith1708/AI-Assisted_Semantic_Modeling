      ******************************************************************
      * GLBAL - the general ledger's closing trial balance, one row
      * per account and cost center, extracted by Finance after
      * each night's released journals post.  GT-BALANCE is signed
      * debit-positive, and GT-AS-OF-DATE is the business date the
      * balance closes.  SubledgerRecon reads the loans receivable
      * rows to tie the ledger to LOANMAST.
      ******************************************************************
       01  GL-BALANCE-RECORD.
           05  GT-ACCOUNT            PIC X(08).
           05  GT-COST-CENTER        PIC X(03).
           05  GT-BALANCE            PIC S9(11)V99.
           05  GT-AS-OF-DATE         PIC 9(08).
