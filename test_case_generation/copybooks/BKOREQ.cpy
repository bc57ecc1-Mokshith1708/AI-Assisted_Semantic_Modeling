      ******************************************************************
      * BKOREQ - the one backout request LoanMasterBackout acts on:
      * the servicing program whose LOANMAST updates are to come
      * off (its name as it stamps LH-POSTING-PROGRAM, e.g.
      * "PaymentPosting"), the RUNCTL cycle it ran in, and the
      * operator asking, who must hold the BACKOUT function on
      * ENTITLE.
      ******************************************************************
       01  BACKOUT-REQUEST-RECORD.
           05  BR-POSTING-PROGRAM    PIC X(30).
           05  BR-CYCLE-NUMBER       PIC 9(07).
           05  BR-OPERATOR-ID        PIC X(08).
