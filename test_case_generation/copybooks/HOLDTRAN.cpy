      ******************************************************************
      * HOLDTRAN - one servicing-hold maintenance transaction per row,
      * applied by ServicingHoldMaint against SVCHOLD.  HT-ACTION is
      * "PLACE ", "CHANGE" or "RELEAS".  A transaction names either
      * one loan account, or (loan account blank) a CUST-ID, which
      * applies it to every loan that customer holds -- a death or a
      * bankruptcy petition stops collection on all of them at once.
      * HT-HOLD-TYPE is "BKRP", "DCSD" or "LITG"; a zero end date
      * leaves the hold in force until it is released.
      ******************************************************************
       01  HOLD-TRAN-RECORD.
           05  HT-ACTION             PIC X(06).
           05  HT-USER-ID            PIC X(08).
           05  HT-LOAN-ACCT-NO       PIC X(12).
           05  HT-CUST-ID            PIC X(10).
           05  HT-HOLD-TYPE          PIC X(04).
           05  HT-START-DATE         PIC 9(08).
           05  HT-END-DATE           PIC 9(08).
           05  HT-NOTE               PIC X(30).
