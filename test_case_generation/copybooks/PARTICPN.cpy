      ******************************************************************
      * PARTICPN - loan participations sold to outside investors,
      * one row per loan and investor, held as a keyed VSAM file
      * alongside LOANMAST: RECORD KEY IV-PARTICIPATION-KEY (the
      * loan account, then the investor).  IV-SHARE-PCT is the
      * investor's percentage of the loan -- of every principal,
      * interest and recovery dollar collected on it -- and the
      * shares ACTIVE on a loan never come to more than 100.  We
      * keep servicing the whole loan and hold back
      * IV-SERVICE-FEE-PCT percent of the investor's interest as
      * our servicing fee.  A participation earns collections
      * posted on or after IV-SOLD-DATE and, once ENDED (bought
      * back or paid out), before IV-END-DATE.
      ******************************************************************
       01  PARTICIPATION-RECORD.
           05  IV-PARTICIPATION-KEY.
               10  IV-LOAN-ACCT-NO   PIC X(12).
               10  IV-INVESTOR-ID    PIC X(06).
           05  IV-INVESTOR-NAME      PIC X(30).
           05  IV-SHARE-PCT          PIC 9(03)V9(04) COMP-3.
           05  IV-SERVICE-FEE-PCT    PIC 9(02)V9(04) COMP-3.
           05  IV-STATUS             PIC X(08).
               88  IV-ACTIVE         VALUE "ACTIVE  ".
               88  IV-ENDED          VALUE "ENDED   ".
           05  IV-SOLD-DATE          PIC 9(08).
           05  IV-END-DATE           PIC 9(08).
           05  IV-SET-USER-ID        PIC X(08).
           05  IV-SET-DATE           PIC 9(08).
