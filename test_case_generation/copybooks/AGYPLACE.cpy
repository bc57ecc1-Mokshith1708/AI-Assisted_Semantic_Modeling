      ******************************************************************
      * AGYPLACE - outside collection agency placement, one row per
      * charged-off loan account ever sent to an agency, held as a
      * keyed VSAM file on PL-LOAN-ACCT-NO.  AgencyPlacement writes
      * the row when it places the account and marks it RECALLED
      * when the account comes back; AgencyRemittance adds each
      * remittance's gross collection and commission to the row and
      * marks it CLOSED when the agency collects the balance in
      * full.  PL-COMMISSION-PCT is the contingency rate in force
      * when the account was placed.  A RECALLED row stays on file
      * as the placement's history and is reused if the account is
      * placed again.
      ******************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  PL-LOAN-ACCT-NO       PIC X(12).
           05  PL-CUST-ID            PIC X(10).
           05  PL-BRANCH-CODE        PIC X(04).
           05  PL-AGENCY-CODE        PIC X(04).
           05  PL-STATUS             PIC X(08).
               88  PL-PLACED         VALUE "PLACED  ".
               88  PL-RECALLED       VALUE "RECALLED".
               88  PL-CLOSED         VALUE "CLOSED  ".
           05  PL-PLACED-DATE        PIC 9(08).
           05  PL-PLACED-BALANCE     PIC S9(09)V99 COMP-3.
           05  PL-COMMISSION-PCT     PIC 9(02)V99.
           05  PL-GROSS-COLLECTED    PIC S9(09)V99 COMP-3.
           05  PL-COMMISSION-AMT     PIC S9(09)V99 COMP-3.
           05  PL-LAST-REMIT-DATE    PIC 9(08).
           05  PL-RECALL-DATE        PIC 9(08).
           05  PL-RECALL-REASON      PIC X(30).
           05  PL-SET-BY             PIC X(08).
