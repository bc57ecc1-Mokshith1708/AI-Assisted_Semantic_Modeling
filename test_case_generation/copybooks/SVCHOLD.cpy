      ******************************************************************
      * SVCHOLD - servicing hold, one row per loan account placed on
      * hold because the borrower filed bankruptcy, died, or is in
      * litigation with us, held as a keyed VSAM file: RECORD KEY
      * SH-LOAN-ACCT-NO, with an alternate key on SH-CUST-ID
      * (duplicates allowed) so every loan a customer holds can be
      * found with one START.  While a hold is in force (ACTIVE,
      * started, and not past its end date -- a zero end date means
      * until released) collection notices, late fees and collector
      * contact scheduling are suppressed, and the bureau extract
      * carries the hold's special comment code:
      *     BK  bankruptcy petition filed
      *     DC  borrower deceased
      *     LT  account in litigation
      * A RELEASED row stays on file as the hold's history and is
      * reused if the loan goes back on hold.
      ******************************************************************
       01  SERVICING-HOLD-RECORD.
           05  SH-LOAN-ACCT-NO       PIC X(12).
           05  SH-CUST-ID            PIC X(10).
           05  SH-HOLD-TYPE          PIC X(04).
               88  SH-BANKRUPTCY     VALUE "BKRP".
               88  SH-DECEASED       VALUE "DCSD".
               88  SH-LITIGATION     VALUE "LITG".
           05  SH-STATUS             PIC X(08).
               88  SH-ACTIVE         VALUE "ACTIVE  ".
               88  SH-RELEASED       VALUE "RELEASED".
           05  SH-START-DATE         PIC 9(08).
           05  SH-END-DATE           PIC 9(08).
           05  SH-SET-BY             PIC X(08).
           05  SH-SET-DATE           PIC 9(08).
           05  SH-NOTE               PIC X(30).
