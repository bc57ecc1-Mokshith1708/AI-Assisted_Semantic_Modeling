      ******************************************************************
      * RSVPARM - loan loss reserve policy parameter record.
      * RP-MIN-LOSS-PCT is the floor on a segment's historical loss
      * rate, so a young vintage with no charge-offs yet still
      * carries some reserve; RP-030-PCT, RP-060-PCT and RP-090-PCT
      * are the reserve percentages a loan in that DELINQ bucket
      * carries when they exceed its segment's loss rate.  No
      * RSVPARM dataset means a 0.50% floor and 10/25/50% by bucket.
      ******************************************************************
       01  RESERVE-PARAMETER-RECORD.
           05  RP-MIN-LOSS-PCT       PIC 9(03)V99.
           05  RP-030-PCT            PIC 9(03)V99.
           05  RP-060-PCT            PIC 9(03)V99.
           05  RP-090-PCT            PIC 9(03)V99.
