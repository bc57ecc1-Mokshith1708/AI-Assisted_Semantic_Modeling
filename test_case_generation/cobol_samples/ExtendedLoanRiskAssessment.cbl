      * Runs the extended risk rule against the day's application
      * extract (same CUSTAPPL file used upstream in the job stream)
      * instead of a single hand-coded applicant, so it can run as the
      * last batch step behind the other two loan programs.  Each
      * AUDITTRL row also records the characteristics the score was
      * built from, for the monthly score-stability monitoring.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "EXCPSUSP"
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XP-CUST-ID
               FILE STATUS IS WS-XP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-APPLICATION-FILE.
       FD  EXCEPTION-SUSPENSE-FILE.
       01  EXCEPTION-SUSPENSE-RECORD  PIC X(104).

       FD  EXPOSURE-FILE.
           COPY EXPOSURE.

       WORKING-STORAGE SECTION.

       COPY THRESHWS.
       COPY BANKCLWS.
       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY EXPOSWS.


      ******************************************************************
           PERFORM 0165-LOAD-BANK-CALENDAR
           PERFORM 0170-LOAD-BUREAU-FEED
           PERFORM 0185-LOAD-FX-RATES
           PERFORM 0186-OPEN-EXPOSURE
           PERFORM 0200-READ-APPLICATION
           PERFORM UNTIL END-OF-APPLICATIONS
               ADD 1 TO WS-SEQ-NUM
                   ELSE
                       PERFORM 0280-COMPUTE-RISK-FACTOR
                       PERFORM 0300-EVALUATE-APPLICATION
                       IF LOAN-STAT (1:8) = "APPROVED"
                           PERFORM 0350-APPLY-EXPOSURE-LIMIT
                       END-IF
                   END-IF
                   PERFORM 0400-WRITE-DECISION
                   PERFORM 0450-WRITE-AUDIT
           END-PERFORM
           CLOSE FX-RATE-FILE.

      ******************************************************************
      * Opens last night's customer exposure file for keyed lookups.
      * No EXPOSURE dataset means nothing is on the books yet, and
      * each approval is held against the limit on its own.
      ******************************************************************
       0186-OPEN-EXPOSURE.
           MOVE "N" TO WS-XP-OPEN-SW
           IF WS-XP-LIMIT > ZERO
               OPEN INPUT EXPOSURE-FILE
               IF WS-XP-FS = "00"
                   MOVE "Y" TO WS-XP-OPEN-SW
               END-IF
           END-IF.

       0150-LOAD-THRESHOLDS.
           MOVE "N" TO WS-TH-FOUND-SW
           SET TH-IDX TO 1
                   WHEN "RISKMED"
                       MOVE WS-TH-MIN-CREDIT (TH-IDX)
                           TO WS-RISK-MED-CUTOFF
                   WHEN "SBLIMIT"
                       MOVE WS-TH-MIN-INCOME (TH-IDX) TO WS-XP-LIMIT
                       MOVE WS-TH-MIN-CREDIT (TH-IDX)
                           TO WS-XP-REFER-PCT
               END-EVALUATE
           END-PERFORM.

           END-IF
           PERFORM 0430-ADD-REASON-CODE.

      ******************************************************************
      * Single-borrower limit, run on an application the risk tests
      * approved.  What the customer already owes us -- their own
      * loans, loans they co-signed, approvals waiting on a second
      * approver -- plus this loan must stay within the SBLIMIT
      * limit, and on a joint application the same holds for the
      * co-applicant.  Over the limit but inside the referral band
      * routes to REVIEWQ; past the band is a rejection.
      ******************************************************************
       0350-APPLY-EXPOSURE-LIMIT.
           IF WS-XP-LIMIT = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-XP-REFER-CEILING ROUNDED =
                   WS-XP-LIMIT + WS-XP-LIMIT * WS-XP-REFER-PCT / 100
               MOVE ZERO TO WS-XP-HIGHEST
               MOVE CUST-ID TO WS-XP-LOOKUP-ID
               PERFORM 0355-PROJECT-EXPOSURE
               IF WS-HAS-CO-APPLICANT = "Y"
                  AND CA-CO-CUST-ID NOT = SPACES
                   MOVE CA-CO-CUST-ID TO WS-XP-LOOKUP-ID
                   PERFORM 0355-PROJECT-EXPOSURE
               END-IF
               EVALUATE TRUE
                   WHEN WS-XP-HIGHEST > WS-XP-REFER-CEILING
                       MOVE "REJECTED            " TO LOAN-STAT
                       MOVE "EXPOSURE OVER LIMIT" TO RISK-REMARK
                       MOVE RISK-REMARK TO WS-RC-LOOKUP-TEXT
                       PERFORM 0430-ADD-REASON-CODE
                       ADD 1 TO WS-XP-REJECTED-COUNT
                   WHEN WS-XP-HIGHEST > WS-XP-LIMIT
                       MOVE "REVIEW              " TO LOAN-STAT
                       MOVE "EXPOSURE OVER LIMIT" TO RISK-REMARK
                       MOVE RISK-REMARK TO WS-RC-LOOKUP-TEXT
                       PERFORM 0430-ADD-REASON-CODE
                       ADD 1 TO WS-XP-REFERRED-COUNT
               END-EVALUATE
           END-IF.

       0355-PROJECT-EXPOSURE.
           MOVE ZERO TO WS-XP-PROJECTED
           IF WS-XP-OPEN
               MOVE WS-XP-LOOKUP-ID TO XP-CUST-ID
               READ EXPOSURE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XP-TOTAL-EXPOSURE TO WS-XP-PROJECTED
               END-READ
           END-IF
           ADD LOAN-AMOUNT TO WS-XP-PROJECTED
           IF WS-XP-PROJECTED > WS-XP-HIGHEST
               MOVE WS-XP-PROJECTED TO WS-XP-HIGHEST
           END-IF.

      ******************************************************************
      * An arithmetic exception paused this record: the original
      * application goes to EXCPSUSP for repair and a later
           ELSE
               MOVE ZERO TO AU-DECISION-AMT
           END-IF
           PERFORM 0455-SET-SCORE-INPUTS
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      * The characteristics the composite score was built from, for
      * ScoreStabilityReport.  Income cover is capped at 9.99 times
      * the amount asked for; a suspended application was never
      * scored and carries spaces.
      ******************************************************************
       0455-SET-SCORE-INPUTS.
           IF WS-EXCEPTION-HIT
               MOVE SPACES TO AU-SCORE-INPUTS
           ELSE
               MOVE WS-EFFECTIVE-CREDIT-SCORE TO AU-CREDIT-SCORE
               IF LOAN-AMOUNT > ZERO AND WS-INCOME-RATIO < 9.99
                   MOVE WS-INCOME-RATIO TO AU-INCOME-COVER
               ELSE
                   MOVE 9.99 TO AU-INCOME-COVER
               END-IF
               MOVE EMPLOYMENT-YEARS TO AU-EMPLOYMENT-YEARS
               MOVE LOAN-TENURE      TO AU-LOAN-TENURE
               MOVE BUREAU-DELINQUENT-FLAG TO AU-BUREAU-FLAG
           END-IF.

      ******************************************************************
      * Gives underwriters a follow-up-by date five business days out
      * instead of leaving a REVIEW decision to be rediscovered only
           MOVE WS-REASON-CODES-OUT TO RV-REASON-CODES
           MOVE RISK-FACTOR TO RV-RISK-SCORE
           MOVE WS-RISK-BAND TO RV-RISK-BAND
           MOVE WS-BRANCH-CODE TO RV-BRANCH-CODE
           WRITE REVIEW-SUSPENSE-RECORD
           MOVE "IN-REVIEW" TO WS-APP-STATUS
           MOVE "ExtendedLoanRiskAssessment" TO WS-APP-PROGRAM-ID
           DISPLAY "REJECTED:            " WS-CT-REJECTED
           DISPLAY "REVIEW:              " WS-CT-REVIEW
           DISPLAY "OTHER:               " WS-CT-OTHER
           DISPLAY "HASH TOTAL:          " WS-CT-HASH-TOTAL
           DISPLAY "OVER LIMIT - REVIEW: " WS-XP-REFERRED-COUNT
           DISPLAY "OVER LIMIT - REJECT: " WS-XP-REJECTED-COUNT.

      ******************************************************************
      * Writes one BRANCHTOT row per branch seen this run.
           CLOSE AUDIT-TRAIL-FILE
           CLOSE REVIEW-SUSPENSE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE EXCEPTION-SUSPENSE-FILE
           IF WS-XP-OPEN
               CLOSE EXPOSURE-FILE
           END-IF.
