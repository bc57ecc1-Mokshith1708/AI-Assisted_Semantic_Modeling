      ******************************************************************
      * HOLDEXC - servicing-hold exception row, one per collection
      * action a servicing hold stopped: the notice, late fee or
      * collector contact that would have gone out, which program
      * held it back, and the hold that did it.  PaymentPosting,
      * CollectionsNoticeGen and CollectionsCaseMaint all append to
      * the one HOLDEXCP dataset, so the morning exception report
      * shows every suppressed action in one place.
      ******************************************************************
       01  HOLD-EXCEPTION-RECORD.
           05  HX-RUN-DATE           PIC 9(08).
           05  HX-PROGRAM-ID         PIC X(20).
           05  HX-LOAN-ACCT-NO       PIC X(12).
           05  HX-CUST-ID            PIC X(10).
           05  HX-HOLD-TYPE          PIC X(04).
           05  HX-HOLD-START-DATE    PIC 9(08).
           05  HX-ACTION-SUPPRESSED  PIC X(30).
           05  HX-AMOUNT             PIC S9(09)V99.
