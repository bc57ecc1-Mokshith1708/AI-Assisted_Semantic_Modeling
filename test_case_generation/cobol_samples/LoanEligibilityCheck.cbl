      * Replaces the old single-applicant, recompile-per-customer form
      * of this program so operations can run the whole queue in one
      * job step.
      * An application carrying a campaign code answers a pre-
      * screened offer from CampaignPrescreen.  While that offer is
      * open on CAMPOFFR it is honored -- approved at the offered
      * amount and rate, subject only to the age test and the
      * exposure limit -- and every campaign-coded application is
      * logged to CAMPRESP for the response tracking.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FS.

           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XP-CUST-ID
               FILE STATUS IS WS-XP-FS.

           SELECT CAMPAIGN-OFFER-FILE
               ASSIGN TO "CAMPOFFR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OF-FS.

           SELECT CAMPAIGN-RESPONSE-FILE
               ASSIGN TO "CAMPRESP"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-APPLICATION-FILE.
       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  EXPOSURE-FILE.
           COPY EXPOSURE.

       FD  CAMPAIGN-OFFER-FILE.
           COPY CAMPOFFR.

       FD  CAMPAIGN-RESPONSE-FILE.
           COPY CAMPRESP.

       WORKING-STORAGE SECTION.

       COPY THRESHWS.
       COPY BANKCLWS.
       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY EXPOSWS.


      ******************************************************************
       01  WS-MATRIX-HIT-SW     PIC X(01).
           88  WS-MATRIX-HIT    VALUE "Y".

      ******************************************************************
      * Pre-screened offers still open to be taken up, from CAMPOFFR.
      * No CAMPOFFR dataset means no campaign has gone out, and a
      * campaign-coded application is decisioned like any other.
      ******************************************************************
       01  WS-OF-FS             PIC X(02).
       01  WS-OF-EOF-SW         PIC X(01) VALUE "N".
           88  WS-OF-EOF        VALUE "Y".
       01  WS-OFFER-AREA.
           05  WS-OF-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-OF-ROW OCCURS 5000 TIMES
                             INDEXED BY OF-IDX.
               10  WS-OF-CAMPAIGN-CODE   PIC X(03).
               10  WS-OF-CUST-ID         PIC X(10).
               10  WS-OF-TIER-CODE       PIC X(10).
               10  WS-OF-OFFER-AMT       PIC S9(05)V99 COMP-3.
               10  WS-OF-INTEREST-RATE   PIC S9(02)V9(02) COMP-3.
               10  WS-OF-TAKEN-SW        PIC X(01).
                   88  WS-OF-TAKEN       VALUE "Y".
       01  WS-OF-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-OF-FOUND      VALUE "Y".
       01  WS-CAMPAIGN-CODE     PIC X(03).

      ******************************************************************
      * Control-total counters, accumulated as each application is
      * decisioned and written out as one CTLTOTS record at end of run
           PERFORM 0182-LOAD-PRICE-MATRIX
           PERFORM 0184-LOAD-COLLATERAL
           PERFORM 0185-LOAD-FX-RATES
           PERFORM 0186-OPEN-EXPOSURE
           PERFORM 0188-LOAD-CAMPAIGN-OFFERS
           PERFORM 0200-READ-APPLICATION
           PERFORM UNTIL END-OF-APPLICATIONS
               ADD 1 TO WS-SEQ-NUM
                   IF WS-EXCEPTION-HIT
                       PERFORM 0360-SUSPEND-APPLICATION
                   ELSE
                       PERFORM 0390-FIND-CAMPAIGN-OFFER
                       IF WS-OF-FOUND
                          AND AGE NOT < WS-MIN-ELIG-AGE
                           PERFORM 0395-HONOR-CAMPAIGN-OFFER
                       ELSE
                           PERFORM 0300-EVALUATE-APPLICATION
                           IF LSTATUS = "APPROVED"
                               PERFORM 0340-APPLY-AFFORDABILITY
                           END-IF
                       END-IF
                       IF LSTATUS = "APPROVED"
                           PERFORM 0350-APPLY-EXPOSURE-LIMIT
                       END-IF
                   END-IF
                   PERFORM 0400-WRITE-DECISION
                   IF WS-CAMPAIGN-CODE NOT = SPACES
                       PERFORM 0398-WRITE-CAMPAIGN-RESPONSE
                   END-IF
                   IF LSTATUS = "REVIEW"
                       PERFORM 0460-WRITE-REVIEW
                   END-IF
                      AND (REMARK = "INSUFFICIENT INCOME"
                       OR REMARK = "LOW INCOME")
                       PERFORM 0420-WRITE-COUNTER-OFFER
                   ELSE
                       IF LSTATUS = "REJECTED"
                           PERFORM 0410-RECORD-DECLINE
                       END-IF
                   END-IF
                   PERFORM 0450-WRITE-AUDIT
                   PERFORM 0480-ACCUM-CONTROL-TOTALS
           OPEN INPUT  FX-RATE-FILE
           OPEN EXTEND EXCEPTION-FILE
           OPEN EXTEND EXCEPTION-SUSPENSE-FILE
           OPEN EXTEND CAMPAIGN-RESPONSE-FILE
           IF WS-STILL-SKIPPING
               OPEN EXTEND COUNTER-OFFER-FILE
           ELSE
                   WHEN "AFFORD"
                       MOVE WS-TH-MIN-CREDIT (TH-IDX)
                           TO WS-AFFORD-MAX-PCT
                   WHEN "SBLIMIT"
                       MOVE WS-TH-MIN-INCOME (TH-IDX) TO WS-XP-LIMIT
                       MOVE WS-TH-MIN-CREDIT (TH-IDX)
                           TO WS-XP-REFER-PCT
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Loads the collateral companion file so a secured deal's
      * loan-to-value can price against the matrix.  No COLLATRL
      * dataset means every deal prices as unsecured.  Collateral
      * released when an earlier loan was paid in full secures
      * nothing and is passed over.
      ******************************************************************
       0184-LOAD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
                       AT END
                           MOVE "Y" TO WS-CL-EOF-SW
                       NOT AT END
                           IF CL-LIEN-RELEASED
                               CONTINUE
                           ELSE
                               IF WS-CV-COUNT < 500
                                   MOVE CL-CUST-ID TO
                                       WS-CV-CUST-ID (CV-IDX)
                                   MOVE CL-APPRAISED-VALUE TO
                                       WS-CV-APPRAISED-VALUE (CV-IDX)
                                   SET CV-IDX UP BY 1
                                   ADD 1 TO WS-CV-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF.

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
      * Only offers still open and not past their expiry date can be
      * taken up; the rest of CAMPOFFR is history.
      ******************************************************************
       0188-LOAD-CAMPAIGN-OFFERS.
           OPEN INPUT CAMPAIGN-OFFER-FILE
           IF WS-OF-FS = "00"
               MOVE "N" TO WS-OF-EOF-SW
               SET OF-IDX TO 1
               PERFORM UNTIL WS-OF-EOF
                   READ CAMPAIGN-OFFER-FILE
                       AT END
                           MOVE "Y" TO WS-OF-EOF-SW
                       NOT AT END
                           IF OF-OPEN
                              AND OF-EXPIRY-DATE >= WS-BUSINESS-DATE
                              AND WS-OF-COUNT < 5000
                               MOVE OF-CAMPAIGN-CODE TO
                                   WS-OF-CAMPAIGN-CODE (OF-IDX)
                               MOVE OF-CUST-ID TO
                                   WS-OF-CUST-ID (OF-IDX)
                               MOVE OF-TIER-CODE TO
                                   WS-OF-TIER-CODE (OF-IDX)
                               MOVE OF-OFFER-AMT TO
                                   WS-OF-OFFER-AMT (OF-IDX)
                               MOVE OF-INTEREST-RATE TO
                                   WS-OF-INTEREST-RATE (OF-IDX)
                               MOVE "N" TO WS-OF-TAKEN-SW (OF-IDX)
                               SET OF-IDX UP BY 1
                               ADD 1 TO WS-OF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-OFFER-FILE
           END-IF.

      ******************************************************************
      * Loads the daily FX rate table into memory once at start-up.
      * 0230-CONVERT-TO-BASE-CURRENCY looks an applicant's currency up
                   MOVE CA-HAS-CO-APPLICANT TO WS-HAS-CO-APPLICANT
                   MOVE CA-CO-INCOME        TO WS-CO-INCOME
                   MOVE CA-CO-CREDIT-SCORE  TO WS-CO-CREDIT-SCORE
                   MOVE CA-CAMPAIGN-CODE    TO WS-CAMPAIGN-CODE
           END-READ.

      ******************************************************************
               END-IF
           END-IF.

      ******************************************************************
      * Looks for the applicant's open offer under the campaign the
      * application quotes.  No campaign code, an unknown code, or
      * an offer already taken or expired all mean no offer -- and
      * so does one this run has already approved an application
      * against.
      ******************************************************************
       0390-FIND-CAMPAIGN-OFFER.
           MOVE "N" TO WS-OF-FOUND-SW
           IF WS-CAMPAIGN-CODE NOT = SPACES
               SET OF-IDX TO 1
               PERFORM UNTIL WS-OF-FOUND OR OF-IDX > WS-OF-COUNT
                   IF WS-OF-CAMPAIGN-CODE (OF-IDX) = WS-CAMPAIGN-CODE
                      AND WS-OF-CUST-ID (OF-IDX) = CUST-ID
                      AND NOT WS-OF-TAKEN (OF-IDX)
                       MOVE "Y" TO WS-OF-FOUND-SW
                   ELSE
                       SET OF-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * A pre-screened offer is a firm offer: the customer was
      * screened against these same tier cutoffs on our own books
      * and the bureau's data when it went out, so it is approved
      * at the offered amount and rate without re-underwriting
      * income or affordability.  Only the age test, and the
      * exposure limit applied after, still stand.
      ******************************************************************
       0395-HONOR-CAMPAIGN-OFFER.
           MOVE ZERO   TO WS-REASON-CODE-COUNT
           MOVE SPACES TO WS-REASON-CODES-OUT
           MOVE WS-OF-OFFER-AMT (OF-IDX)     TO LOAN-AMT
           MOVE WS-OF-INTEREST-RATE (OF-IDX) TO INTEREST-RATE
           MOVE "APPROVED" TO LSTATUS
           IF WS-OF-TIER-CODE (OF-IDX) = "PRIME"
               MOVE "CAMPAIGN OFFER PRIME" TO REMARK
           ELSE
               MOVE "CAMPAIGN OFFER STANDARD" TO REMARK
           END-IF
           MOVE "Y" TO WS-OF-TAKEN-SW (OF-IDX).

      ******************************************************************
      * The response CampaignPrescreen folds back into CAMPOFFR --
      * an APPROVED response against an offer marks it taken.
      ******************************************************************
       0398-WRITE-CAMPAIGN-RESPONSE.
           MOVE WS-CAMPAIGN-CODE  TO CR-CAMPAIGN-CODE
           MOVE CUST-ID           TO CR-CUST-ID
           MOVE WS-BUSINESS-DATE  TO CR-RESPONSE-DATE
           IF WS-OF-FOUND
               MOVE "Y" TO CR-OFFER-FOUND
           ELSE
               MOVE "N" TO CR-OFFER-FOUND
           END-IF
           MOVE LSTATUS           TO CR-DECISION
           IF LSTATUS = "APPROVED"
               MOVE LOAN-AMT      TO CR-LOAN-AMT
               MOVE INTEREST-RATE TO CR-INTEREST-RATE
           ELSE
               MOVE ZERO          TO CR-LOAN-AMT
               MOVE ZERO          TO CR-INTEREST-RATE
           END-IF
           WRITE CAMPAIGN-RESPONSE-RECORD.

      ******************************************************************
      * Caps an approval so the monthly installment stays inside the
      * configured percent of monthly income.  If the payment on the
               END-IF
           END-IF.

      ******************************************************************
      * Single-borrower limit.  What the customer already owes us --
      * their own loans, loans they co-signed, approvals waiting on
      * a second approver -- plus this approval must stay within
      * the SBLIMIT limit, and on a joint application the same holds
      * for the co-applicant, who is on the hook for the whole loan.
      * Over the limit but inside the referral band goes to an
      * underwriter; past the band is rejected.
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
               IF WS-XP-HIGHEST > WS-XP-REFER-CEILING
                   MOVE "REJECTED" TO LSTATUS
                   MOVE "EXPOSURE OVER LIMIT" TO REMARK
                   MOVE REMARK TO WS-RC-LOOKUP-TEXT
                   PERFORM 0430-ADD-REASON-CODE
                   ADD 1 TO WS-XP-REJECTED-COUNT
               ELSE
                   IF WS-XP-HIGHEST > WS-XP-LIMIT
                       MOVE "REVIEW" TO LSTATUS
                       MOVE "EXPOSURE OVER LIMIT" TO REMARK
                       MOVE REMARK TO WS-RC-LOOKUP-TEXT
                       PERFORM 0430-ADD-REASON-CODE
                       ADD 1 TO WS-XP-REFERRED-COUNT
                   END-IF
               END-IF
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
           ADD LOAN-AMT TO WS-XP-PROJECTED
           IF WS-XP-PROJECTED > WS-XP-HIGHEST
               MOVE WS-XP-PROJECTED TO WS-XP-HIGHEST
           END-IF.

      ******************************************************************
      * Gives underwriters a follow-up-by date on an affordability
      * referral, the same REVIEWQ worklist row the other two loan
           MOVE WS-REASON-CODES-OUT     TO RV-REASON-CODES
           MOVE ZERO  TO RV-RISK-SCORE
           MOVE SPACE TO RV-RISK-BAND
           MOVE WS-BRANCH-CODE TO RV-BRANCH-CODE
           WRITE REVIEW-SUSPENSE-RECORD
           MOVE "IN-REVIEW" TO WS-APP-STATUS
           MOVE "LoanEligibilityCheck" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

      ******************************************************************
      * A rejection with no counter-offer behind it is the end of the
      * road for the application, and APPLSTAT says so -- DECISIONED
      * alone can't tell the funnel a declined file from an
      * approval still waiting on booking.
      ******************************************************************
       0410-RECORD-DECLINE.
           MOVE "DECLINED" TO WS-APP-STATUS
           MOVE "LoanEligibilityCheck" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

      ******************************************************************
      * An income-based rejection still tells us the largest loan the
      * applicant WOULD qualify for -- the same income-multiple math
      * the approval path uses, run at the tier their credit score
      * already earned them.  One row per such rejection goes to
      * CNTROFFR so the branch can call the customer back with an
      * offer instead of a flat no, and the application is stamped
      * CNTR-OFFER on APPLSTAT while the offer is out.
      ******************************************************************
       0420-WRITE-COUNTER-OFFER.
           MOVE CUST-ID        TO CO-CUST-ID
           PERFORM 0310-LOOKUP-RATE
           MOVE INTEREST-RATE     TO CO-INTEREST-RATE
           MOVE WS-BUSINESS-DATE  TO CO-OFFER-DATE
           WRITE COUNTER-OFFER-REC
           MOVE "CNTR-OFFER" TO WS-APP-STATUS
           MOVE "LoanEligibilityCheck" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

       0450-WRITE-AUDIT.
           MOVE CUST-ID      TO AU-CUST-ID
           ADD 1 TO WS-CT-RECORDS
           ADD CA-LOAN-AMOUNT-REQ TO WS-CT-HASH-TOTAL
           EVALUATE TRUE
               WHEN LSTATUS = "APPROVED"
                AND (REMARK = "PRIME CUSTOMER"
                  OR REMARK = "CAMPAIGN OFFER PRIME")
                   ADD 1 TO WS-CT-APPR-PRIME
               WHEN LSTATUS = "APPROVED"
                   ADD 1 TO WS-CT-APPR-STD
           PERFORM 0260-FIND-BRANCH-TOTAL-ROW
           ADD 1 TO WS-BT-RECORDS (BT-IDX)
           EVALUATE TRUE
               WHEN LSTATUS = "APPROVED"
                AND (REMARK = "PRIME CUSTOMER"
                  OR REMARK = "CAMPAIGN OFFER PRIME")
                   ADD 1 TO WS-BT-APPR-PRIME (BT-IDX)
               WHEN LSTATUS = "APPROVED"
                   ADD 1 TO WS-BT-APPR-STD (BT-IDX)
           DISPLAY "REJECTED:            " WS-CT-REJECTED
           DISPLAY "REVIEW:              " WS-CT-REVIEW
           DISPLAY "OTHER:               " WS-CT-OTHER
           DISPLAY "HASH TOTAL:          " WS-CT-HASH-TOTAL
           DISPLAY "OVER LIMIT - REVIEW: " WS-XP-REFERRED-COUNT
           DISPLAY "OVER LIMIT - REJECT: " WS-XP-REJECTED-COUNT.

      ******************************************************************
      * Writes one BRANCHTOT row per branch seen this run, the same
           CLOSE REVIEW-SUSPENSE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE EXCEPTION-SUSPENSE-FILE
           CLOSE COUNTER-OFFER-FILE
           CLOSE CAMPAIGN-RESPONSE-FILE
           IF WS-XP-OPEN
               CLOSE EXPOSURE-FILE
           END-IF.
