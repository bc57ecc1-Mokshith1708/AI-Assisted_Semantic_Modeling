      ******************************************************************
      * FORBTRAN - one forbearance maintenance transaction per row,
      * applied by ForbearanceMaint against FORBPLAN.  FT-ACTION is
      * "GRANT " (a new plan), "EXTEND" (more months on a plan
      * already granted) or "CANCEL" (end a plan early -- payments
      * resume next month).  FT-MONTHS is the plan length for a
      * GRANT and the months added for an EXTEND; FT-INTEREST-METHOD
      * is "CAPT" or "DEFR" (see FORBPLAN).  A zero start date on a
      * GRANT starts the plan today.  Every transaction needs the
      * approver putting their name to it.
      ******************************************************************
       01  FORBEARANCE-TRAN-RECORD.
           05  FT-ACTION             PIC X(06).
           05  FT-APPROVER-ID        PIC X(08).
           05  FT-LOAN-ACCT-NO       PIC X(12).
           05  FT-START-DATE         PIC 9(08).
           05  FT-MONTHS             PIC 9(02).
           05  FT-INTEREST-METHOD    PIC X(04).
           05  FT-REASON             PIC X(30).
