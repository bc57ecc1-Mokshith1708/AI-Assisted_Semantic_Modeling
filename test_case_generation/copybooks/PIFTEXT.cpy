      ******************************************************************
      * PIFTEXT - paid-in-full letter template table, the RSNTEXT of
      * the payoff side: the letter wording lives here as numbered
      * 60-character lines per section -- "PIF " the body every
      * paid-in-full letter carries, "LIEN" the paragraph added when
      * our lien on the borrower's collateral is being released,
      * "RFND" the paragraph added when a refund is on its way --
      * so a wording change legal signs off on is a data change to
      * this file, not a recompile of the letter program.
      ******************************************************************
       01  PAYOFF-TEXT-RECORD.
           05  PT-SECTION            PIC X(04).
           05  PT-LINE-NO            PIC 9(02).
           05  PT-LINE-TEXT          PIC X(60).
