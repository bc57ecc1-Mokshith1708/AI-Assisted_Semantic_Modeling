      ******************************************************************
      * AGYTRAN - one collection agency placement transaction per
      * row, applied by AgencyPlacement ahead of its automatic
      * placement pass.  AX-ACTION "RECALL" pulls a placed account
      * back from its agency; "PLACE " sends a charged-off account
      * to the agency named in AX-AGENCY-CODE whatever the placement
      * rules would have picked -- the only way a recalled account
      * goes back out.
      ******************************************************************
       01  AGENCY-TRAN-RECORD.
           05  AX-ACTION             PIC X(06).
           05  AX-USER-ID            PIC X(08).
           05  AX-LOAN-ACCT-NO       PIC X(12).
           05  AX-AGENCY-CODE        PIC X(04).
           05  AX-REASON             PIC X(30).
