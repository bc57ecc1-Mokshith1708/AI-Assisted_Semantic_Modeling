      ******************************************************************
      * RSVBOOK - booked loan loss reserve, one row per segment (the
      * booking branch and the loan's vintage year) as of a
      * month-end reserve run.  Each run reads the prior month's
      * generation as the reserve already on the books and writes
      * the new required reserve as the next generation, so the
      * provision true-up is always this month's required less what
      * Finance actually carries.
      ******************************************************************
       01  RESERVE-BOOK-RECORD.
           05  RB-BRANCH-CODE        PIC X(04).
           05  RB-VINTAGE-YEAR       PIC 9(04).
           05  RB-AS-OF-DATE         PIC 9(08).
           05  RB-LOSS-RATE          PIC 9(01)V9(06).
           05  RB-OPEN-BALANCE       PIC S9(11)V99.
           05  RB-BOOKED-RESERVE     PIC S9(11)V99.
