      ******************************************************************
      * PARTTRAN - one participation maintenance transaction per
      * row, applied by ParticipationMaint against PARTICPN.
      * PN-ACTION is "SELL  " (a share of the loan sold to the
      * investor), "CHANGE" (a corrected share, fee or investor
      * name) or "END   " (the share bought back or paid out).  A
      * zero PN-EFFECTIVE-DATE means today: the sold date on a SELL,
      * the end date on an END.  Percentages carry four decimals.
      ******************************************************************
       01  PARTICIPATION-TRAN-RECORD.
           05  PN-ACTION             PIC X(06).
           05  PN-USER-ID            PIC X(08).
           05  PN-LOAN-ACCT-NO       PIC X(12).
           05  PN-INVESTOR-ID        PIC X(06).
           05  PN-INVESTOR-NAME      PIC X(30).
           05  PN-SHARE-PCT          PIC 9(03)V9(04).
           05  PN-SERVICE-FEE-PCT    PIC 9(02)V9(04).
           05  PN-EFFECTIVE-DATE     PIC 9(08).
