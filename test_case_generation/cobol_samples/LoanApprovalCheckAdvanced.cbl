               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FS.

           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XP-CUST-ID
               FILE STATUS IS WS-XP-FS.

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANKCAL"
               ORGANIZATION IS SEQUENTIAL
       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  EXPOSURE-FILE.
           COPY EXPOSURE.

       FD  BANK-CALENDAR-FILE.
           COPY BANKCAL.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY COLLWS.
       COPY EXPOSWS.

      ******************************************************************
      * Loan-to-value working fields.  The per-collateral-type LTV
           PERFORM 0175-LOAD-COLLATERAL
           PERFORM 0180-LOAD-RATE-TABLE
           PERFORM 0185-LOAD-FX-RATES
           PERFORM 0186-OPEN-EXPOSURE
           PERFORM 0200-READ-APPLICATION
           PERFORM UNTIL END-OF-APPLICATIONS
               ADD 1 TO WS-SEQ-NUM
                       IF LOAN-STATUS (1:8) = "APPROVED"
                           PERFORM 0330-APPLY-LTV-TEST
                       END-IF
                       IF LOAN-STATUS (1:8) = "APPROVED"
                           PERFORM 0350-APPLY-EXPOSURE-LIMIT
                       END-IF
                   END-IF
                   PERFORM 0400-WRITE-DECISION
                   PERFORM 0450-WRITE-AUDIT
                       MOVE WS-TH-MIN-CREDIT (TH-IDX) TO WS-PRIME-CREDIT
                   WHEN "STDAPPR"
                       MOVE WS-TH-MIN-CREDIT (TH-IDX) TO WS-STD-CREDIT
                   WHEN "SBLIMIT"
                       MOVE WS-TH-MIN-INCOME (TH-IDX) TO WS-XP-LIMIT
                       MOVE WS-TH-MIN-CREDIT (TH-IDX)
                           TO WS-XP-REFER-PCT
               END-EVALUATE
           END-PERFORM.

      * Loads the collateral companion file into memory once at
      * start-up.  No COLLATRL dataset just means no secured
      * applications today -- a clean start, not an error.
      * Collateral released when an earlier loan was paid in full
      * secures nothing and is passed over.
      ******************************************************************
       0175-LOAD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
                       AT END
                           MOVE "Y" TO WS-CL-EOF-SW
                       NOT AT END
                           IF CL-LIEN-RELEASED
                               CONTINUE
                           ELSE
                               MOVE CL-CUST-ID TO WS-CL-CUST-ID (CL-IDX)
                               MOVE CL-COLLATERAL-TYPE TO
                                   WS-CL-COLLATERAL-TYPE (CL-IDX)
                               MOVE CL-APPRAISED-VALUE TO
                                   WS-CL-APPRAISED-VALUE (CL-IDX)
                               MOVE CL-APPRAISAL-DATE TO
                                   WS-CL-APPRAISAL-DATE (CL-IDX)
                               SET CL-IDX UP BY 1
                               ADD 1 TO WS-CL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Single-borrower limit, run on an application still approved
      * after the LTV test.  What the customer already owes us --
      * their own loans, loans they co-signed, approvals waiting on
      * a second approver -- plus this loan must stay within the
      * SBLIMIT limit, and on a joint application the same holds
      * for the co-applicant.  Over the limit but inside the
      * referral band routes to REVIEWQ; past the band is a
      * rejection.
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
               IF CA-HAS-CO-APPLICANT = "Y"
                  AND CA-CO-CUST-ID NOT = SPACES
                   MOVE CA-CO-CUST-ID TO WS-XP-LOOKUP-ID
                   PERFORM 0355-PROJECT-EXPOSURE
               END-IF
               EVALUATE TRUE
                   WHEN WS-XP-HIGHEST > WS-XP-REFER-CEILING
                       MOVE "REJECTED" TO LOAN-STATUS
                       MOVE "EXPOSURE OVER LIMIT" TO REMARK
                       MOVE REMARK TO WS-RC-LOOKUP-TEXT
                       PERFORM 0430-ADD-REASON-CODE
                       ADD 1 TO WS-XP-REJECTED-COUNT
                   WHEN WS-XP-HIGHEST > WS-XP-LIMIT
                       MOVE "REVIEW" TO LOAN-STATUS
                       MOVE "EXPOSURE OVER LIMIT" TO REMARK
                       MOVE REMARK TO WS-RC-LOOKUP-TEXT
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
      * Loads this program's rows out of the shared effective-dated
      * rate table so 0310-LOOKUP-RATE can price a tier without a
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

      ******************************************************************
      * Scans the in-memory rate table for WS-RATE-TIER-CODE's row with
      * the latest effective date not after today, and returns it in
           MOVE WS-REASON-CODES-OUT TO RV-REASON-CODES
           MOVE ZERO  TO RV-RISK-SCORE
           MOVE SPACE TO RV-RISK-BAND
           MOVE WS-BRANCH-CODE TO RV-BRANCH-CODE
           WRITE REVIEW-SUSPENSE-RECORD
           MOVE "IN-REVIEW" TO WS-APP-STATUS
           MOVE "LoanApprovalCheckAdvanced" TO WS-APP-PROGRAM-ID
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
