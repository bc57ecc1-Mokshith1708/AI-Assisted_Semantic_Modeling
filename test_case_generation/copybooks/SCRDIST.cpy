      ******************************************************************
      * SCRDIST - one month's decided-applicant distribution for the
      * score-stability monitoring, one row per characteristic band:
      * SCORE bands of the composite RISK-FACTOR, and the CREDIT,
      * INCOME, EMPLOY, TENURE and BUREAU bands of the inputs it was
      * built from.  ScoreStabilityReport writes each month's rows
      * as a new SCRDIST generation; the baseline it compares
      * against (SCRBASE) is a copy of the generation credit policy
      * set the cutoffs on, taken by SCRBSET.
      ******************************************************************
       01  SCORE-DISTRIBUTION-RECORD.
           05  SS-PERIOD             PIC X(06).
           05  SS-CHAR-CODE          PIC X(06).
           05  SS-BAND-LABEL         PIC X(08).
           05  SS-APPLICATIONS       PIC 9(07) COMP.
           05  SS-APPROVED           PIC 9(07) COMP.
