      ******************************************************************
      * EDELIVER - electronic-delivery vendor extract, one row per
      * printed line of each statement, letter or notice for a
      * customer whose CF-PREF-CONTACT is "E".  The vendor keys its
      * enrollment (e-mail address and consent) on EV-CUST-ID and
      * rebuilds each document from its lines in EV-LINE-NO order.
      ******************************************************************
       01  ELECTRONIC-DELIVERY-RECORD.
           05  EV-RUN-DATE           PIC 9(08).
           05  EV-CUST-ID            PIC X(10).
           05  EV-CUST-NAME          PIC X(35).
           05  EV-SOURCE             PIC X(04).
           05  EV-PIECE-NO           PIC 9(07).
           05  EV-LINE-NO            PIC 9(05).
           05  EV-LINE-TEXT          PIC X(80).
