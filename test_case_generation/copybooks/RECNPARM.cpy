      ******************************************************************
      * RECNPARM - subledger reconciliation tolerance.  A cost center
      * whose unexplained difference, either way, is more than
      * TL-TOLERANCE-AMT fails the reconciliation.  No RECNPARM
      * dataset means the subledger has to tie to the penny.
      ******************************************************************
       01  RECON-PARAMETER-RECORD.
           05  TL-TOLERANCE-AMT      PIC 9(07)V99.
