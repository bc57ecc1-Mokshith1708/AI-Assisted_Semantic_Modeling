      * REVIEWREC - manual-review suspense record.  Written whenever a
      * loan program can't reach a clean approve/reject decision, so
      * underwriters get a worklist instead of a result that just falls
      * on the floor at STOP RUN.  RV-BRANCH-CODE is the applica-
      * tion's branch, so a branch consolidation can re-point the
      * queue along with the portfolio; rows queued before the field
      * was carried read blank.
      ******************************************************************
       01  REVIEW-SUSPENSE-RECORD.
           05  RV-CUST-ID            PIC X(10).
                                     PIC X(04).
           05  RV-RISK-SCORE         PIC 9(03)V9(02).
           05  RV-RISK-BAND          PIC X(01).
           05  RV-BRANCH-CODE        PIC X(04).
