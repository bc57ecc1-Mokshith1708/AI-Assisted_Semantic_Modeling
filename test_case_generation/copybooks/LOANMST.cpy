      * the rows it touches from then on.  This is the file that
      * finally answers "is this customer's loan open?" -- an
      * APPROVED decision row used to be the end of the line.
      * LM-ORIGINATOR-ID is the originating loan officer's employee
      * ID, copied from the application's CA-ORIGINATOR-ID at
      * booking; spaces means unattributed.
      ******************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-ACCT-NO       PIC X(12).
           05  LM-LAST-PAYMENT-DATE  PIC 9(08).
           05  LM-INSTALLMENT-AMT    PIC S9(07)V99 COMP-3.
           05  LM-FUNDED-FLAG        PIC X(01).
           05  LM-ORIGINATOR-ID      PIC X(06).
