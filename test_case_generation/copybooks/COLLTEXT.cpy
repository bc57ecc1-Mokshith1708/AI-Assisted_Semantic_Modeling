      ******************************************************************
      * COLLTEXT - collateral insurance notice template table, the
      * PIFTEXT of the monitoring run: the wording of the two
      * borrower notices lives here as numbered 60-character lines
      * per section -- "PROF" the request for proof of insurance
      * sent when coverage on the collateral has lapsed, "FPI " the
      * notice that the bank has placed its own coverage and charged
      * the premium to the loan -- so a wording change legal signs
      * off on is a data change to this file, not a recompile.
      ******************************************************************
       01  COLLATERAL-TEXT-RECORD.
           05  KX-SECTION            PIC X(04).
           05  KX-LINE-NO            PIC 9(02).
           05  KX-LINE-TEXT          PIC X(60).
