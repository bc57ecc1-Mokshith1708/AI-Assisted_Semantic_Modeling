      ******************************************************************
      * FORBPLAN - hardship forbearance plan, one row per loan
      * account, held as a keyed VSAM file: RECORD KEY
      * FR-LOAN-ACCT-NO.  A plan pauses the loan's installments for
      * FR-MONTHS whole months without touching its terms -- the
      * months from FR-START-DATE's month run up to FR-END-DATE,
      * the first of the month payments resume.  While a plan is
      * in force (ACTIVE, started, and before its end date) the
      * loan is not aged and no late fee is assessed, and the
      * month-end accrual builds the interest the loan would have
      * paid into FR-ACCRUED-INTEREST instead of onto the balance.
      * FR-INTEREST-METHOD says what happens to that interest when
      * the plan ends:
      *     CAPT  accrue and capitalize -- added to the balance
      *     DEFR  deferred to the end -- carried in
      *           FR-DEFERRED-INTEREST and collected when the loan
      *           pays off
      * At the end PaymentPosting settles the interest, marks the
      * plan ENDED and stamps FR-PAYMENTS-AT-END, and the loan ages
      * again from FR-END-DATE the way a modified loan ages from
      * its MODLOG effective date.  An ENDED or CANCELED row is
      * reused for the loan's next plan, keeping any deferred
      * interest still owed.
      ******************************************************************
       01  FORBEARANCE-PLAN-RECORD.
           05  FR-LOAN-ACCT-NO       PIC X(12).
           05  FR-CUST-ID            PIC X(10).
           05  FR-START-DATE         PIC 9(08).
           05  FR-MONTHS             PIC 9(02).
           05  FR-END-DATE           PIC 9(08).
           05  FR-INTEREST-METHOD    PIC X(04).
               88  FR-CAPITALIZE     VALUE "CAPT".
               88  FR-DEFER          VALUE "DEFR".
           05  FR-STATUS             PIC X(08).
               88  FR-ACTIVE         VALUE "ACTIVE  ".
               88  FR-ENDED          VALUE "ENDED   ".
               88  FR-CANCELED       VALUE "CANCELED".
           05  FR-PAYMENTS-AT-START  PIC 9(03) COMP.
           05  FR-PAYMENTS-AT-END    PIC 9(03) COMP.
           05  FR-ACCRUED-INTEREST   PIC S9(07)V99 COMP-3.
           05  FR-DEFERRED-INTEREST  PIC S9(07)V99 COMP-3.
           05  FR-APPROVER-ID        PIC X(08).
           05  FR-SET-DATE           PIC 9(08).
           05  FR-REASON             PIC X(30).
