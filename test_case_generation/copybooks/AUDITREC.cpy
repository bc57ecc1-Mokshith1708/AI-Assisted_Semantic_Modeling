      * program.  AU-BRANCH-CODE and AU-DECISION-AMT let the
      * fair-lending analytics slice rates and approved amounts by
      * branch straight off this file; a writer with no branch or
      * amount in hand leaves them space/zero.  AU-SCORE-INPUTS
      * carries the characteristics ExtendedLoanRiskAssessment built
      * its RISK-FACTOR from, so ScoreStabilityReport can watch the
      * applicant mix drift away from the population the cutoffs
      * were set on; other writers leave it spaces.
      ******************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AU-CUST-ID            PIC X(10).
           05  AU-CYCLE-NUMBER       PIC 9(07).
           05  AU-BRANCH-CODE        PIC X(04).
           05  AU-DECISION-AMT       PIC S9(09)V99.
           05  AU-SCORE-INPUTS.
               10  AU-CREDIT-SCORE   PIC 9(03).
               10  AU-INCOME-COVER   PIC 9(01)V9(02).
               10  AU-EMPLOYMENT-YEARS
                                     PIC 9(02).
               10  AU-LOAN-TENURE    PIC 9(02).
               10  AU-BUREAU-FLAG    PIC X(01).
