       IDENTIFICATION DIVISION.
       PROGRAM-ID. CampaignPrescreen.

      ******************************************************************
      * Pre-screened marketing offers to existing customers.  Every
      * CUSTMAST customer with a loan on LOANMAST is screened against
      * each CAMPTAB campaign running today: in good standing on
      * our own books -- an OPEN loan, nothing charged off, nothing
      * on tonight's DELINQ, the campaign's minimum months on book
      * and payments made -- and on the bureau's prescreen data --
      * a BUREAUFD row, no bureau delinquency, the campaign's
      * minimum score.  A customer who passes is run through
      * LoanEligibilityCheck's own RATETHRSH cutoffs for the tier
      * and priced the way that program prices an approval: the
      * tier's RATETAB rate, overridden by the latest PRICEMTX row
      * banding the bureau score and the campaign's tenure.  The
      * pre-approved amount is the amount LoanEligibilityCheck
      * would approve at the tier's income floor, capped at the
      * campaign maximum.  Each offer becomes a CAMPOFFR row, and
      * the night's new offers go to OFFRMAIL for the mail house
      * with the CUSTMAST address.  A customer already offered
      * under a campaign is not offered again, so the run can be
      * repeated every night of the campaign and picks up customers
      * who have come into good standing since.
      * Response tracking: LoanEligibilityCheck logs each campaign-
      * coded application to CAMPRESP.  This run marks the offer
      * taken from an approved response, expires offers past their
      * date unanswered, and reports offers, responses and take-up
      * per campaign on CAMPRPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO "CAMPTAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CP-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT DELINQUENCY-FILE
               ASSIGN TO "DELINQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-FS.

           SELECT BUREAU-RESPONSE-FILE
               ASSIGN TO "BUREAUFD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BU-FS.

           SELECT RATE-THRESHOLD-FILE
               ASSIGN TO "RATETHRSH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TH-FS.

           SELECT RATE-TABLE-FILE
               ASSIGN TO "RATETAB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RT-FS.

           SELECT PRICE-MATRIX-FILE
               ASSIGN TO "PRICEMTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FS.

           SELECT CAMPAIGN-OFFER-FILE
               ASSIGN TO "CAMPOFFR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OF-FS.

           SELECT CAMPAIGN-RESPONSE-FILE
               ASSIGN TO "CAMPRESP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CR-FS.

           SELECT OFFER-MAIL-FILE
               ASSIGN TO "OFFRMAIL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CAMPAIGN-REPORT-FILE
               ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
           COPY CAMPTAB.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  DELINQUENCY-FILE.
           COPY DELINQREC.

       FD  BUREAU-RESPONSE-FILE.
           COPY BUREAUREC.

       FD  RATE-THRESHOLD-FILE.
           COPY THRESHTAB.

       FD  RATE-TABLE-FILE.
           COPY RATETAB.

       FD  PRICE-MATRIX-FILE.
           COPY PRICEMTX.

       FD  CAMPAIGN-OFFER-FILE.
           COPY CAMPOFFR.

       FD  CAMPAIGN-RESPONSE-FILE.
           COPY CAMPRESP.

       FD  OFFER-MAIL-FILE.
           COPY OFFRMAIL.

       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-LINE      PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY THRESHWS.
       COPY RATEWS.

       01  WS-CP-FS                 PIC X(02).
       01  WS-CF-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).
       01  WS-BU-FS                 PIC X(02).
       01  WS-TH-FS                 PIC X(02).
       01  WS-RT-FS                 PIC X(02).
       01  WS-PM-FS                 PIC X(02).
       01  WS-OF-FS                 PIC X(02).
       01  WS-CR-FS                 PIC X(02).

       01  WS-CP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CP-EOF            VALUE "Y".
       01  WS-CF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CF-EOF            VALUE "Y".
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-DQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".
       01  WS-BU-EOF-SW             PIC X(01) VALUE "N".
           88  WS-BU-EOF            VALUE "Y".
       01  WS-PM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PM-EOF            VALUE "Y".
       01  WS-OF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-OF-EOF            VALUE "Y".
       01  WS-CR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CR-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).

      ******************************************************************
      * LoanEligibilityCheck's tier cutoffs, from its RATETHRSH rows.
      ******************************************************************
       01  WS-PRIME-CREDIT          PIC 9(03) COMP VALUE ZERO.
       01  WS-PRIME-INCOME          PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-STD-CREDIT            PIC 9(03) COMP VALUE ZERO.
       01  WS-STD-INCOME            PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-CAMPAIGN-AREA.
           05  WS-CM-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CM-ROW OCCURS 20 TIMES
                             INDEXED BY CM-IDX.
               10  WS-CM-CODE            PIC X(03).
               10  WS-CM-DESCRIPTION     PIC X(24).
               10  WS-CM-START-DATE      PIC 9(08).
               10  WS-CM-EXPIRY-DATE     PIC 9(08).
               10  WS-CM-TIER-SCOPE      PIC X(01).
               10  WS-CM-MIN-CREDIT      PIC 9(03).
               10  WS-CM-MIN-MONTHS      PIC 9(03).
               10  WS-CM-MIN-PAYMENTS    PIC 9(03).
               10  WS-CM-TENURE          PIC 9(02).
               10  WS-CM-MAX-OFFER-AMT   PIC 9(05)V99.
               10  WS-CM-NEW-OFFERS      PIC 9(07) COMP.
               10  WS-CM-RESPONSES       PIC 9(07) COMP.
               10  WS-CM-NO-OFFER        PIC 9(07) COMP.
       01  WS-CM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CM-FOUND          VALUE "Y".

      ******************************************************************
      * One row per borrower on LOANMAST: what the good-standing
      * test needs to know about all of the customer's loans.
      ******************************************************************
       01  WS-BORROWER-AREA.
           05  WS-BW-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-BW-ROW OCCURS 5000 TIMES
                             INDEXED BY BW-IDX.
               10  WS-BW-CUST-ID         PIC X(10).
               10  WS-BW-OPEN-LOANS      PIC 9(03) COMP.
               10  WS-BW-BAD-SW          PIC X(01).
                   88  WS-BW-BAD         VALUE "Y".
               10  WS-BW-FIRST-OPENED    PIC 9(08).
               10  WS-BW-PAYMENTS        PIC 9(05) COMP.
       01  WS-BW-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BW-FOUND          VALUE "Y".

       01  WS-DELINQ-AREA.
           05  WS-DQ-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-DQ-ROW OCCURS 5000 TIMES
                             INDEXED BY DQ-IDX.
               10  WS-DQ-LOAN-ACCT-NO    PIC X(12).
       01  WS-DQ-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-DQ-FOUND          VALUE "Y".

       01  WS-PRESCREEN-AREA.
           05  WS-PS-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-PS-ROW OCCURS 5000 TIMES
                             INDEXED BY PS-IDX.
               10  WS-PS-CUST-ID         PIC X(10).
               10  WS-PS-CREDIT-SCORE    PIC 9(03) COMP.
               10  WS-PS-DELINQ-FLAG     PIC X(01).
       01  WS-PS-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PS-FOUND          VALUE "Y".

       01  WS-MATRIX-AREA.
           05  WS-PM-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PM-ROW OCCURS 100 TIMES
                             INDEXED BY PM-IDX.
               10  WS-PM-MIN-CREDIT      PIC 9(03) COMP.
               10  WS-PM-MAX-CREDIT      PIC 9(03) COMP.
               10  WS-PM-MIN-TENURE      PIC 9(02) COMP.
               10  WS-PM-MAX-TENURE      PIC 9(02) COMP.
               10  WS-PM-MAX-LTV         PIC 9(03) COMP.
               10  WS-PM-EFFECTIVE-DATE  PIC 9(08).
               10  WS-PM-INTEREST-RATE   PIC S9(02)V9(02) COMP-3.
       01  WS-MATRIX-BEST-DATE      PIC 9(08).

      ******************************************************************
      * The offer master held in memory for the run and rewritten
      * whole at the end.  Rows past WS-OF-PRIOR-COUNT are tonight's
      * new offers.
      ******************************************************************
       01  WS-OFFER-AREA.
           05  WS-OF-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-OF-ROW OCCURS 5000 TIMES
                             INDEXED BY OF-IDX.
               10  WS-OF-CAMPAIGN-CODE   PIC X(03).
               10  WS-OF-CUST-ID         PIC X(10).
               10  WS-OF-OFFER-DATE      PIC 9(08).
               10  WS-OF-EXPIRY-DATE     PIC 9(08).
               10  WS-OF-TIER-CODE       PIC X(10).
               10  WS-OF-OFFER-AMT       PIC S9(05)V99 COMP-3.
               10  WS-OF-INTEREST-RATE   PIC S9(02)V9(02) COMP-3.
               10  WS-OF-TENURE          PIC 9(02).
               10  WS-OF-STATUS          PIC X(01).
               10  WS-OF-RESPONSE-DATE   PIC 9(08).
       01  WS-OF-PRIOR-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-OF-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-OF-FOUND          VALUE "Y".
       01  WS-LOOKUP-CAMPAIGN       PIC X(03).
       01  WS-LOOKUP-CUST-ID        PIC X(10).

      ******************************************************************
      * The candidate in hand.
      ******************************************************************
       01  WS-CANDIDATE-CREDIT      PIC 9(03) COMP.
       01  WS-MONTHS-ON-BOOK        PIC S9(05) COMP.
       01  WS-OFFER-TIER            PIC X(10).
       01  WS-OFFER-AMT             PIC S9(07)V99 COMP-3.
       01  WS-OFFER-RATE            PIC S9(02)V9(02) COMP-3.
       01  WS-DATE-WORK             PIC 9(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR           PIC 9(04).
           05  WS-DW-MONTH          PIC 9(02).
           05  WS-DW-DAY            PIC 9(02).
       01  WS-TODAY-MONTH-NO        PIC 9(06) COMP.

       01  WS-CNT-EDITED            PIC Z,ZZZ,ZZ9.
       01  WS-CNT-EDITED-2          PIC Z,ZZZ,ZZ9.
       01  WS-CNT-EDITED-3          PIC Z,ZZZ,ZZ9.
       01  WS-CNT-EDITED-4          PIC Z,ZZZ,ZZ9.
       01  WS-PCT-EDITED            PIC ZZ9.99.
       01  WS-PCT-EDITED-2          PIC ZZ9.99.
       01  WS-RATE-WORK             PIC 9(03)V9(02) COMP-3.
       01  WS-CM-OFFERS             PIC 9(07) COMP.
       01  WS-CM-OPEN               PIC 9(07) COMP.
       01  WS-CM-TAKEN              PIC 9(07) COMP.
       01  WS-CM-EXPIRED            PIC 9(07) COMP.

       01  WS-CUSTOMERS-READ        PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-BORROWER          PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-GOOD-STANDING     PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-BUREAU-DATA        PIC 9(07) COMP VALUE ZERO.
       01  WS-BUREAU-DELINQUENT     PIC 9(07) COMP VALUE ZERO.
       01  WS-OUTSIDE-CRITERIA      PIC 9(07) COMP VALUE ZERO.
       01  WS-OFFERS-MADE           PIC 9(07) COMP VALUE ZERO.
       01  WS-OFFERS-TAKEN          PIC 9(07) COMP VALUE ZERO.
       01  WS-OFFERS-EXPIRED        PIC 9(07) COMP VALUE ZERO.
       01  WS-MAIL-WRITTEN          PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if LOANMAST can't be opened or
      * a table outgrows its in-memory capacity -- CAMPOFFR is then
      * left as it was and no offers go out.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           COMPUTE WS-TODAY-MONTH-NO = WS-DW-YEAR * 12 + WS-DW-MONTH
           PERFORM 0130-LOAD-CAMPAIGNS
           PERFORM 0140-LOAD-THRESHOLDS
           PERFORM 0145-LOAD-RATE-TABLE
           PERFORM 0150-LOAD-PRICE-MATRIX
           PERFORM 0160-LOAD-DELINQUENCY
           PERFORM 0165-LOAD-PRESCREEN
           PERFORM 0170-LOAD-OFFERS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-SUMMARIZE-BORROWERS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0300-FOLD-RESPONSES
           PERFORM 0350-EXPIRE-OFFERS
           PERFORM 0400-SCREEN-CUSTOMERS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0500-REWRITE-OFFERS
           PERFORM 0600-WRITE-OFFER-MAIL
           PERFORM 0700-WRITE-REPORT
           DISPLAY "===== CampaignPrescreen CONTROL TOTALS ====="
           DISPLAY "CAMPAIGNS LOADED:    " WS-CM-COUNT
           DISPLAY "CUSTOMERS READ:      " WS-CUSTOMERS-READ
           DISPLAY "NO LOAN ON FILE:     " WS-NOT-BORROWER
           DISPLAY "NOT GOOD STANDING:   " WS-NOT-GOOD-STANDING
           DISPLAY "NO BUREAU DATA:      " WS-NO-BUREAU-DATA
           DISPLAY "BUREAU DELINQUENT:   " WS-BUREAU-DELINQUENT
           DISPLAY "OUTSIDE CRITERIA:    " WS-OUTSIDE-CRITERIA
           DISPLAY "OFFERS MADE:         " WS-OFFERS-MADE
           DISPLAY "OFFERS TAKEN:        " WS-OFFERS-TAKEN
           DISPLAY "OFFERS EXPIRED:      " WS-OFFERS-EXPIRED
           DISPLAY "MAIL ROWS WRITTEN:   " WS-MAIL-WRITTEN
           GOBACK.

      ******************************************************************
      * Establishes the cycle's business date.  No BIZDATE dataset,
      * or an empty one, falls back to the wall clock so an
      * unconfigured shop behaves exactly as before.
      ******************************************************************
       0120-READ-BUSINESS-DATE.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-FS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8).

      ******************************************************************
      * Every campaign is loaded, running or not, so responses to a
      * finished campaign still report.  No CAMPTAB dataset means
      * no campaigns have been set up.
      ******************************************************************
       0130-LOAD-CAMPAIGNS.
           OPEN INPUT CAMPAIGN-FILE
           IF WS-CP-FS = "00"
               MOVE "N" TO WS-CP-EOF-SW
               SET CM-IDX TO 1
               PERFORM UNTIL WS-CP-EOF
                   READ CAMPAIGN-FILE
                       AT END
                           MOVE "Y" TO WS-CP-EOF-SW
                       NOT AT END
                           IF WS-CM-COUNT >= 20
                               DISPLAY "CampaignPrescreen: CAMPTAB"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-CP-EOF-SW
                           ELSE
                               PERFORM 0135-LOAD-ONE-CAMPAIGN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-FILE
           END-IF.

       0135-LOAD-ONE-CAMPAIGN.
           MOVE CP-CAMPAIGN-CODE      TO WS-CM-CODE (CM-IDX)
           MOVE CP-DESCRIPTION        TO WS-CM-DESCRIPTION (CM-IDX)
           MOVE CP-START-DATE         TO WS-CM-START-DATE (CM-IDX)
           MOVE CP-EXPIRY-DATE        TO WS-CM-EXPIRY-DATE (CM-IDX)
           MOVE CP-TIER-SCOPE         TO WS-CM-TIER-SCOPE (CM-IDX)
           MOVE CP-MIN-CREDIT         TO WS-CM-MIN-CREDIT (CM-IDX)
           MOVE CP-MIN-MONTHS-ON-BOOK TO WS-CM-MIN-MONTHS (CM-IDX)
           MOVE CP-MIN-PAYMENTS       TO WS-CM-MIN-PAYMENTS (CM-IDX)
           MOVE CP-OFFER-TENURE       TO WS-CM-TENURE (CM-IDX)
           MOVE CP-MAX-OFFER-AMT      TO WS-CM-MAX-OFFER-AMT (CM-IDX)
           MOVE ZERO TO WS-CM-NEW-OFFERS (CM-IDX)
           MOVE ZERO TO WS-CM-RESPONSES (CM-IDX)
           MOVE ZERO TO WS-CM-NO-OFFER (CM-IDX)
           SET CM-IDX UP BY 1
           ADD 1 TO WS-CM-COUNT.

      ******************************************************************
      * The PRIME and STANDARD cutoffs LoanEligibilityCheck decisions
      * against -- an offer is only as firm as the rules that will
      * honor it.
      ******************************************************************
       0140-LOAD-THRESHOLDS.
           OPEN INPUT RATE-THRESHOLD-FILE
           IF WS-TH-FS = "00"
               MOVE "N" TO WS-TH-FOUND-SW
               SET TH-IDX TO 1
               PERFORM UNTIL WS-TH-FOUND
                   READ RATE-THRESHOLD-FILE
                       AT END
                           MOVE "Y" TO WS-TH-FOUND-SW
                       NOT AT END
                           IF TH-PROGRAM-ID = "LoanEligibilityCheck"
                              AND WS-THRESHOLD-COUNT < 20
                               MOVE TH-TIER-CODE  TO
                                   WS-TH-TIER-CODE  (TH-IDX)
                               MOVE TH-MIN-CREDIT TO
                                   WS-TH-MIN-CREDIT (TH-IDX)
                               MOVE TH-MIN-INCOME TO
                                   WS-TH-MIN-INCOME (TH-IDX)
                               SET TH-IDX UP BY 1
                               ADD 1 TO WS-THRESHOLD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-THRESHOLD-FILE
           END-IF
           PERFORM VARYING TH-IDX FROM 1 BY 1
                   UNTIL TH-IDX > WS-THRESHOLD-COUNT
               EVALUATE WS-TH-TIER-CODE (TH-IDX)
                   WHEN "PRIME"
                       MOVE WS-TH-MIN-CREDIT (TH-IDX) TO WS-PRIME-CREDIT
                       MOVE WS-TH-MIN-INCOME (TH-IDX) TO WS-PRIME-INCOME
                   WHEN "STANDARD"
                       MOVE WS-TH-MIN-CREDIT (TH-IDX) TO WS-STD-CREDIT
                       MOVE WS-TH-MIN-INCOME (TH-IDX) TO WS-STD-INCOME
               END-EVALUATE
           END-PERFORM.

       0145-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RT-FS = "00"
               MOVE "N" TO WS-RT-FOUND-SW
               SET RT-IDX TO 1
               PERFORM UNTIL WS-RT-FOUND
                   READ RATE-TABLE-FILE
                       AT END
                           MOVE "Y" TO WS-RT-FOUND-SW
                       NOT AT END
                           IF RT-PROGRAM-ID = "LoanEligibilityCheck"
                              AND WS-RATE-COUNT < 50
                               MOVE RT-TIER-CODE  TO
                                   WS-RT-TIER-CODE  (RT-IDX)
                               MOVE RT-EFFECTIVE-DATE TO
                                   WS-RT-EFFECTIVE-DATE (RT-IDX)
                               MOVE RT-INTEREST-RATE TO
                                   WS-RT-INTEREST-RATE (RT-IDX)
                               SET RT-IDX UP BY 1
                               ADD 1 TO WS-RATE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

      ******************************************************************
      * No PRICEMTX dataset just means nobody has configured the
      * matrix and every offer prices at its flat tier rate.
      ******************************************************************
       0150-LOAD-PRICE-MATRIX.
           OPEN INPUT PRICE-MATRIX-FILE
           IF WS-PM-FS = "00"
               MOVE "N" TO WS-PM-EOF-SW
               SET PM-IDX TO 1
               PERFORM UNTIL WS-PM-EOF
                   READ PRICE-MATRIX-FILE
                       AT END
                           MOVE "Y" TO WS-PM-EOF-SW
                       NOT AT END
                           IF PM-PROGRAM-ID = "LoanEligibilityCheck"
                              AND WS-PM-COUNT < 100
                               MOVE PM-MIN-CREDIT TO
                                   WS-PM-MIN-CREDIT (PM-IDX)
                               MOVE PM-MAX-CREDIT TO
                                   WS-PM-MAX-CREDIT (PM-IDX)
                               MOVE PM-MIN-TENURE TO
                                   WS-PM-MIN-TENURE (PM-IDX)
                               MOVE PM-MAX-TENURE TO
                                   WS-PM-MAX-TENURE (PM-IDX)
                               MOVE PM-MAX-LTV TO
                                   WS-PM-MAX-LTV (PM-IDX)
                               MOVE PM-EFFECTIVE-DATE TO
                                   WS-PM-EFFECTIVE-DATE (PM-IDX)
                               MOVE PM-INTEREST-RATE TO
                                   WS-PM-INTEREST-RATE (PM-IDX)
                               SET PM-IDX UP BY 1
                               ADD 1 TO WS-PM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-MATRIX-FILE
           END-IF.

      ******************************************************************
      * No DELINQ dataset means nothing is behind tonight.
      ******************************************************************
       0160-LOAD-DELINQUENCY.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-DQ-FS = "00"
               MOVE "N" TO WS-DQ-EOF-SW
               SET DQ-IDX TO 1
               PERFORM UNTIL WS-DQ-EOF
                   READ DELINQUENCY-FILE
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           IF WS-DQ-COUNT >= 5000
                               DISPLAY "CampaignPrescreen: DELINQ"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-DQ-EOF-SW
                           ELSE
                               MOVE DL-LOAN-ACCT-NO
                                   TO WS-DQ-LOAN-ACCT-NO (DQ-IDX)
                               SET DQ-IDX UP BY 1
                               ADD 1 TO WS-DQ-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF.

      ******************************************************************
      * The bureau's prescreen response for our customer list, in
      * the same layout as the daily decisioning response.  A
      * customer the bureau returned nothing for cannot be given a
      * firm offer.
      ******************************************************************
       0165-LOAD-PRESCREEN.
           OPEN INPUT BUREAU-RESPONSE-FILE
           IF WS-BU-FS = "00"
               MOVE "N" TO WS-BU-EOF-SW
               SET PS-IDX TO 1
               PERFORM UNTIL WS-BU-EOF
                   READ BUREAU-RESPONSE-FILE
                       AT END
                           MOVE "Y" TO WS-BU-EOF-SW
                       NOT AT END
                           IF WS-PS-COUNT >= 5000
                               DISPLAY "CampaignPrescreen: BUREAUFD"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-BU-EOF-SW
                           ELSE
                               MOVE BU-CUST-ID
                                   TO WS-PS-CUST-ID (PS-IDX)
                               MOVE BU-CREDIT-SCORE
                                   TO WS-PS-CREDIT-SCORE (PS-IDX)
                               MOVE BU-DELINQUENCY-FLAG
                                   TO WS-PS-DELINQ-FLAG (PS-IDX)
                               SET PS-IDX UP BY 1
                               ADD 1 TO WS-PS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUREAU-RESPONSE-FILE
           END-IF.

      ******************************************************************
      * No CAMPOFFR dataset just means no offer has ever been made.
      ******************************************************************
       0170-LOAD-OFFERS.
           OPEN INPUT CAMPAIGN-OFFER-FILE
           IF WS-OF-FS = "00"
               MOVE "N" TO WS-OF-EOF-SW
               SET OF-IDX TO 1
               PERFORM UNTIL WS-OF-EOF
                   READ CAMPAIGN-OFFER-FILE
                       AT END
                           MOVE "Y" TO WS-OF-EOF-SW
                       NOT AT END
                           IF WS-OF-COUNT >= 5000
                               DISPLAY "CampaignPrescreen: CAMPOFFR"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-OF-EOF-SW
                           ELSE
                               PERFORM 0175-LOAD-ONE-OFFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-OFFER-FILE
           END-IF
           MOVE WS-OF-COUNT TO WS-OF-PRIOR-COUNT.

       0175-LOAD-ONE-OFFER.
           MOVE OF-CAMPAIGN-CODE    TO WS-OF-CAMPAIGN-CODE (OF-IDX)
           MOVE OF-CUST-ID          TO WS-OF-CUST-ID (OF-IDX)
           MOVE OF-OFFER-DATE       TO WS-OF-OFFER-DATE (OF-IDX)
           MOVE OF-EXPIRY-DATE      TO WS-OF-EXPIRY-DATE (OF-IDX)
           MOVE OF-TIER-CODE        TO WS-OF-TIER-CODE (OF-IDX)
           MOVE OF-OFFER-AMT        TO WS-OF-OFFER-AMT (OF-IDX)
           MOVE OF-INTEREST-RATE    TO WS-OF-INTEREST-RATE (OF-IDX)
           MOVE OF-TENURE           TO WS-OF-TENURE (OF-IDX)
           MOVE OF-STATUS           TO WS-OF-STATUS (OF-IDX)
           MOVE OF-RESPONSE-DATE    TO WS-OF-RESPONSE-DATE (OF-IDX)
           SET OF-IDX UP BY 1
           ADD 1 TO WS-OF-COUNT.

      ******************************************************************
      * One front-to-back pass down the primary key, rolling each
      * loan up to its borrower.  A charged-off loan, or any loan on
      * tonight's DELINQ, takes the borrower out of good standing.
      * No LOANMAST dataset yet just means nobody is a borrower.
      ******************************************************************
       0200-SUMMARIZE-BORROWERS.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS = "00"
               MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
               START LOAN-MASTER-FILE
                   KEY IS GREATER THAN LM-LOAN-ACCT-NO
                   INVALID KEY
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT INVALID KEY
                       MOVE "N" TO WS-LM-EOF-SW
               END-START
               PERFORM UNTIL WS-LM-EOF
                   READ LOAN-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LM-EOF-SW
                       NOT AT END
                           PERFORM 0210-ROLL-UP-ONE-LOAN
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           ELSE
               IF WS-LM-FS NOT = "35"
                   DISPLAY "CampaignPrescreen: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0210-ROLL-UP-ONE-LOAN.
           MOVE LM-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM 0220-FIND-BORROWER
           IF NOT WS-BW-FOUND
               IF WS-BW-COUNT >= 5000
                   IF RUN-RETURN-CODE = ZERO
                       DISPLAY "CampaignPrescreen: BORROWERS EXCEED"
                           " TABLE CAPACITY"
                       MOVE 12 TO RUN-RETURN-CODE
                   END-IF
               ELSE
                   SET BW-IDX TO WS-BW-COUNT
                   SET BW-IDX UP BY 1
                   MOVE LM-CUST-ID TO WS-BW-CUST-ID (BW-IDX)
                   MOVE ZERO       TO WS-BW-OPEN-LOANS (BW-IDX)
                   MOVE "N"        TO WS-BW-BAD-SW (BW-IDX)
                   MOVE LM-OPEN-DATE
                       TO WS-BW-FIRST-OPENED (BW-IDX)
                   MOVE ZERO       TO WS-BW-PAYMENTS (BW-IDX)
                   ADD 1 TO WS-BW-COUNT
                   MOVE "Y" TO WS-BW-FOUND-SW
               END-IF
           END-IF
           IF WS-BW-FOUND
               IF LM-LOAN-STATUS = "OPEN"
                   ADD 1 TO WS-BW-OPEN-LOANS (BW-IDX)
               END-IF
               IF LM-LOAN-STATUS = "CHGOFF"
                   MOVE "Y" TO WS-BW-BAD-SW (BW-IDX)
               END-IF
               IF LM-OPEN-DATE < WS-BW-FIRST-OPENED (BW-IDX)
                   MOVE LM-OPEN-DATE
                       TO WS-BW-FIRST-OPENED (BW-IDX)
               END-IF
               ADD LM-PAYMENTS-MADE TO WS-BW-PAYMENTS (BW-IDX)
               MOVE "N" TO WS-DQ-FOUND-SW
               SET DQ-IDX TO 1
               PERFORM UNTIL WS-DQ-FOUND OR DQ-IDX > WS-DQ-COUNT
                   IF WS-DQ-LOAN-ACCT-NO (DQ-IDX) = LM-LOAN-ACCT-NO
                       MOVE "Y" TO WS-DQ-FOUND-SW
                   ELSE
                       SET DQ-IDX UP BY 1
                   END-IF
               END-PERFORM
               IF WS-DQ-FOUND
                   MOVE "Y" TO WS-BW-BAD-SW (BW-IDX)
               END-IF
           END-IF.

       0220-FIND-BORROWER.
           MOVE "N" TO WS-BW-FOUND-SW
           SET BW-IDX TO 1
           PERFORM UNTIL WS-BW-FOUND OR BW-IDX > WS-BW-COUNT
               IF WS-BW-CUST-ID (BW-IDX) = WS-LOOKUP-CUST-ID
                   MOVE "Y" TO WS-BW-FOUND-SW
               ELSE
                   SET BW-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Folds the whole response log into the offers.  An APPROVED
      * response against an open offer marks it taken; every
      * response counts toward its campaign's response figures.
      * Rerunning over the same log changes nothing further.
      ******************************************************************
       0300-FOLD-RESPONSES.
           OPEN INPUT CAMPAIGN-RESPONSE-FILE
           IF WS-CR-FS = "00"
               MOVE "N" TO WS-CR-EOF-SW
               PERFORM UNTIL WS-CR-EOF
                   READ CAMPAIGN-RESPONSE-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF-SW
                       NOT AT END
                           PERFORM 0310-FOLD-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE CAMPAIGN-RESPONSE-FILE
           END-IF.

       0310-FOLD-ONE-RESPONSE.
           MOVE CR-CAMPAIGN-CODE TO WS-LOOKUP-CAMPAIGN
           PERFORM 0320-FIND-CAMPAIGN
           IF WS-CM-FOUND
               ADD 1 TO WS-CM-RESPONSES (CM-IDX)
               IF CR-OFFER-FOUND NOT = "Y"
                   ADD 1 TO WS-CM-NO-OFFER (CM-IDX)
               END-IF
           END-IF
           IF CR-OFFER-FOUND = "Y"
              AND CR-DECISION = "APPROVED"
               MOVE CR-CUST-ID TO WS-LOOKUP-CUST-ID
               PERFORM 0330-FIND-OFFER
               IF WS-OF-FOUND
                   IF WS-OF-STATUS (OF-IDX) = "O"
                       MOVE "T" TO WS-OF-STATUS (OF-IDX)
                       MOVE CR-RESPONSE-DATE
                           TO WS-OF-RESPONSE-DATE (OF-IDX)
                       ADD 1 TO WS-OFFERS-TAKEN
                   END-IF
               END-IF
           END-IF.

       0320-FIND-CAMPAIGN.
           MOVE "N" TO WS-CM-FOUND-SW
           SET CM-IDX TO 1
           PERFORM UNTIL WS-CM-FOUND OR CM-IDX > WS-CM-COUNT
               IF WS-CM-CODE (CM-IDX) = WS-LOOKUP-CAMPAIGN
                   MOVE "Y" TO WS-CM-FOUND-SW
               ELSE
                   SET CM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0330-FIND-OFFER.
           MOVE "N" TO WS-OF-FOUND-SW
           SET OF-IDX TO 1
           PERFORM UNTIL WS-OF-FOUND OR OF-IDX > WS-OF-COUNT
               IF WS-OF-CAMPAIGN-CODE (OF-IDX) = WS-LOOKUP-CAMPAIGN
                  AND WS-OF-CUST-ID (OF-IDX) = WS-LOOKUP-CUST-ID
                   MOVE "Y" TO WS-OF-FOUND-SW
               ELSE
                   SET OF-IDX UP BY 1
               END-IF
           END-PERFORM.

       0350-EXPIRE-OFFERS.
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               IF WS-OF-STATUS (OF-IDX) = "O"
                  AND WS-OF-EXPIRY-DATE (OF-IDX) < WS-TODAY-DATE
                   MOVE "E" TO WS-OF-STATUS (OF-IDX)
                   ADD 1 TO WS-OFFERS-EXPIRED
               END-IF
           END-PERFORM.

      ******************************************************************
      * No CUSTMAST dataset means nobody can be mailed, so nobody is
      * offered.
      ******************************************************************
       0400-SCREEN-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUSTOMERS-READ
                           PERFORM 0410-SCREEN-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      ******************************************************************
      * The customer-level tests first -- they hold whatever the
      * campaign -- then each running campaign's own.
      ******************************************************************
       0410-SCREEN-ONE-CUSTOMER.
           MOVE CF-CUST-ID TO WS-LOOKUP-CUST-ID
           PERFORM 0220-FIND-BORROWER
           MOVE "N" TO WS-PS-FOUND-SW
           SET PS-IDX TO 1
           PERFORM UNTIL WS-PS-FOUND OR PS-IDX > WS-PS-COUNT
               IF WS-PS-CUST-ID (PS-IDX) = CF-CUST-ID
                   MOVE "Y" TO WS-PS-FOUND-SW
               ELSE
                   SET PS-IDX UP BY 1
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-BW-FOUND
                   ADD 1 TO WS-NOT-BORROWER
               WHEN WS-BW-OPEN-LOANS (BW-IDX) = ZERO
                 OR WS-BW-BAD (BW-IDX)
                   ADD 1 TO WS-NOT-GOOD-STANDING
               WHEN NOT WS-PS-FOUND
                   ADD 1 TO WS-NO-BUREAU-DATA
               WHEN WS-PS-DELINQ-FLAG (PS-IDX) = "Y"
                   ADD 1 TO WS-BUREAU-DELINQUENT
               WHEN OTHER
                   MOVE WS-PS-CREDIT-SCORE (PS-IDX)
                       TO WS-CANDIDATE-CREDIT
                   MOVE WS-BW-FIRST-OPENED (BW-IDX) TO WS-DATE-WORK
                   COMPUTE WS-MONTHS-ON-BOOK = WS-TODAY-MONTH-NO
                       - (WS-DW-YEAR * 12 + WS-DW-MONTH)
                   PERFORM VARYING CM-IDX FROM 1 BY 1
                           UNTIL CM-IDX > WS-CM-COUNT
                       IF WS-CM-START-DATE (CM-IDX) <= WS-TODAY-DATE
                          AND WS-CM-EXPIRY-DATE (CM-IDX) >=
                              WS-TODAY-DATE
                           PERFORM 0420-SCREEN-FOR-CAMPAIGN
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      ******************************************************************
      * A customer already offered under this campaign -- whatever
      * became of the offer -- is passed over.  The tier is the one
      * LoanEligibilityCheck's cutoffs give the bureau score.
      ******************************************************************
       0420-SCREEN-FOR-CAMPAIGN.
           MOVE WS-CM-CODE (CM-IDX) TO WS-LOOKUP-CAMPAIGN
           PERFORM 0330-FIND-OFFER
           MOVE SPACES TO WS-OFFER-TIER
           IF WS-CANDIDATE-CREDIT >= WS-PRIME-CREDIT
              AND WS-PRIME-CREDIT > ZERO
               MOVE "PRIME" TO WS-OFFER-TIER
           ELSE
               IF WS-CANDIDATE-CREDIT >= WS-STD-CREDIT
                  AND WS-STD-CREDIT > ZERO
                  AND WS-CM-TIER-SCOPE (CM-IDX) NOT = "P"
                   MOVE "STANDARD" TO WS-OFFER-TIER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-OF-FOUND
                   CONTINUE
               WHEN WS-OFFER-TIER = SPACES
                 OR WS-CANDIDATE-CREDIT < WS-CM-MIN-CREDIT (CM-IDX)
                 OR WS-MONTHS-ON-BOOK < WS-CM-MIN-MONTHS (CM-IDX)
                 OR WS-BW-PAYMENTS (BW-IDX) <
                        WS-CM-MIN-PAYMENTS (CM-IDX)
                   ADD 1 TO WS-OUTSIDE-CRITERIA
               WHEN OTHER
                   PERFORM 0430-PRICE-OFFER
                   IF WS-OFFER-AMT > ZERO
                       PERFORM 0450-ADD-OFFER
                   ELSE
                       ADD 1 TO WS-OUTSIDE-CRITERIA
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * The amount LoanEligibilityCheck approves at the tier's
      * income floor -- 60 percent of it for PRIME, 40 for STANDARD
      * -- so any customer the tier admits qualifies for at least
      * this much; capped at the campaign maximum and at the most a
      * decision can carry.  Rate as 0310/0320 there: the tier's
      * RATETAB rate, then the latest effective unsecured PRICEMTX
      * row banding the bureau score and the campaign tenure.
      ******************************************************************
       0430-PRICE-OFFER.
           IF WS-OFFER-TIER = "PRIME"
               COMPUTE WS-OFFER-AMT = WS-PRIME-INCOME * 0.60
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-OFFER-AMT
               END-COMPUTE
           ELSE
               COMPUTE WS-OFFER-AMT = WS-STD-INCOME * 0.40
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-OFFER-AMT
               END-COMPUTE
           END-IF
           IF WS-CM-MAX-OFFER-AMT (CM-IDX) > ZERO
              AND (WS-OFFER-AMT > WS-CM-MAX-OFFER-AMT (CM-IDX)
                OR WS-OFFER-AMT = ZERO)
               MOVE WS-CM-MAX-OFFER-AMT (CM-IDX) TO WS-OFFER-AMT
           END-IF
           IF WS-OFFER-AMT > 99999.99
               MOVE 99999.99 TO WS-OFFER-AMT
           END-IF
           MOVE ZERO TO WS-OFFER-RATE
           MOVE ZERO TO WS-RATE-BEST-DATE
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-COUNT
               IF WS-RT-TIER-CODE (RT-IDX) = WS-OFFER-TIER
                  AND WS-RT-EFFECTIVE-DATE (RT-IDX) <= WS-TODAY-DATE
                  AND WS-RT-EFFECTIVE-DATE (RT-IDX) >=
                      WS-RATE-BEST-DATE
                   MOVE WS-RT-EFFECTIVE-DATE (RT-IDX)
                       TO WS-RATE-BEST-DATE
                   MOVE WS-RT-INTEREST-RATE (RT-IDX) TO WS-OFFER-RATE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-MATRIX-BEST-DATE
           PERFORM VARYING PM-IDX FROM 1 BY 1
                   UNTIL PM-IDX > WS-PM-COUNT
               IF WS-CANDIDATE-CREDIT >= WS-PM-MIN-CREDIT (PM-IDX)
                  AND WS-CANDIDATE-CREDIT <= WS-PM-MAX-CREDIT (PM-IDX)
                  AND WS-CM-TENURE (CM-IDX) >=
                       WS-PM-MIN-TENURE (PM-IDX)
                  AND WS-CM-TENURE (CM-IDX) <=
                       WS-PM-MAX-TENURE (PM-IDX)
                  AND WS-PM-MAX-LTV (PM-IDX) = ZERO
                  AND WS-PM-EFFECTIVE-DATE (PM-IDX) <= WS-TODAY-DATE
                  AND WS-PM-EFFECTIVE-DATE (PM-IDX) >=
                       WS-MATRIX-BEST-DATE
                   MOVE WS-PM-EFFECTIVE-DATE (PM-IDX)
                       TO WS-MATRIX-BEST-DATE
                   MOVE WS-PM-INTEREST-RATE (PM-IDX) TO WS-OFFER-RATE
               END-IF
           END-PERFORM.

       0450-ADD-OFFER.
           IF WS-OF-COUNT >= 5000
               IF RUN-RETURN-CODE = ZERO
                   DISPLAY "CampaignPrescreen: CAMPOFFR EXCEEDS TABLE"
                       " CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           ELSE
               SET OF-IDX TO WS-OF-COUNT
               SET OF-IDX UP BY 1
               MOVE WS-CM-CODE (CM-IDX)
                   TO WS-OF-CAMPAIGN-CODE (OF-IDX)
               MOVE CF-CUST-ID     TO WS-OF-CUST-ID (OF-IDX)
               MOVE WS-TODAY-DATE  TO WS-OF-OFFER-DATE (OF-IDX)
               MOVE WS-CM-EXPIRY-DATE (CM-IDX)
                   TO WS-OF-EXPIRY-DATE (OF-IDX)
               MOVE WS-OFFER-TIER  TO WS-OF-TIER-CODE (OF-IDX)
               MOVE WS-OFFER-AMT   TO WS-OF-OFFER-AMT (OF-IDX)
               MOVE WS-OFFER-RATE  TO WS-OF-INTEREST-RATE (OF-IDX)
               MOVE WS-CM-TENURE (CM-IDX) TO WS-OF-TENURE (OF-IDX)
               MOVE "O"            TO WS-OF-STATUS (OF-IDX)
               MOVE ZERO           TO WS-OF-RESPONSE-DATE (OF-IDX)
               ADD 1 TO WS-OF-COUNT
               ADD 1 TO WS-OFFERS-MADE
               ADD 1 TO WS-CM-NEW-OFFERS (CM-IDX)
           END-IF.

       0500-REWRITE-OFFERS.
           OPEN OUTPUT CAMPAIGN-OFFER-FILE
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               MOVE WS-OF-CAMPAIGN-CODE (OF-IDX) TO OF-CAMPAIGN-CODE
               MOVE WS-OF-CUST-ID (OF-IDX)       TO OF-CUST-ID
               MOVE WS-OF-OFFER-DATE (OF-IDX)    TO OF-OFFER-DATE
               MOVE WS-OF-EXPIRY-DATE (OF-IDX)   TO OF-EXPIRY-DATE
               MOVE WS-OF-TIER-CODE (OF-IDX)     TO OF-TIER-CODE
               MOVE WS-OF-OFFER-AMT (OF-IDX)     TO OF-OFFER-AMT
               MOVE WS-OF-INTEREST-RATE (OF-IDX) TO OF-INTEREST-RATE
               MOVE WS-OF-TENURE (OF-IDX)        TO OF-TENURE
               MOVE WS-OF-STATUS (OF-IDX)        TO OF-STATUS
               MOVE WS-OF-RESPONSE-DATE (OF-IDX) TO OF-RESPONSE-DATE
               WRITE CAMPAIGN-OFFER-RECORD
           END-PERFORM
           CLOSE CAMPAIGN-OFFER-FILE.

      ******************************************************************
      * A second pass down CUSTMAST pairs each of tonight's new
      * offers with its mailing address.
      ******************************************************************
       0600-WRITE-OFFER-MAIL.
           OPEN OUTPUT OFFER-MAIL-FILE
           IF WS-OF-COUNT > WS-OF-PRIOR-COUNT
               OPEN INPUT CUSTOMER-MASTER-FILE
               MOVE "N" TO WS-CF-EOF-SW
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           PERFORM 0610-MAIL-CUSTOMER-OFFERS
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE OFFER-MAIL-FILE.

       0610-MAIL-CUSTOMER-OFFERS.
           SET OF-IDX TO WS-OF-PRIOR-COUNT
           SET OF-IDX UP BY 1
           PERFORM UNTIL OF-IDX > WS-OF-COUNT
               IF WS-OF-CUST-ID (OF-IDX) = CF-CUST-ID
                   MOVE WS-OF-CAMPAIGN-CODE (OF-IDX)
                       TO OM-CAMPAIGN-CODE
                   MOVE CF-CUST-ID     TO OM-CUST-ID
                   MOVE CF-CUST-NAME   TO OM-CUST-NAME
                   MOVE CF-ADDR-LINE-1 TO OM-ADDR-LINE-1
                   MOVE CF-ADDR-LINE-2 TO OM-ADDR-LINE-2
                   MOVE CF-CITY        TO OM-CITY
                   MOVE CF-STATE       TO OM-STATE
                   MOVE CF-POSTAL-CODE TO OM-POSTAL-CODE
                   MOVE WS-OF-OFFER-AMT (OF-IDX)     TO OM-OFFER-AMT
                   MOVE WS-OF-INTEREST-RATE (OF-IDX)
                       TO OM-INTEREST-RATE
                   MOVE WS-OF-TENURE (OF-IDX)        TO OM-TENURE
                   MOVE WS-OF-EXPIRY-DATE (OF-IDX)   TO OM-EXPIRY-DATE
                   WRITE OFFER-MAIL-RECORD
                   ADD 1 TO WS-MAIL-WRITTEN
               END-IF
               SET OF-IDX UP BY 1
           END-PERFORM.

      ******************************************************************
      * Per campaign: offers made to date and tonight, where they
      * stand, and responses -- with the response rate and take-up
      * rate against offers made.
      ******************************************************************
       0700-WRITE-REPORT.
           OPEN OUTPUT CAMPAIGN-REPORT-FILE
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING "PRE-SCREENED CAMPAIGN OFFERS AND RESPONSES  "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE
           MOVE ALL "-" TO CAMPAIGN-REPORT-LINE
           WRITE CAMPAIGN-REPORT-LINE
           PERFORM VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > WS-CM-COUNT
               PERFORM 0750-REPORT-ONE-CAMPAIGN
           END-PERFORM
           CLOSE CAMPAIGN-REPORT-FILE.

       0750-REPORT-ONE-CAMPAIGN.
           MOVE ZERO TO WS-CM-OFFERS
           MOVE ZERO TO WS-CM-OPEN
           MOVE ZERO TO WS-CM-TAKEN
           MOVE ZERO TO WS-CM-EXPIRED
           PERFORM VARYING OF-IDX FROM 1 BY 1
                   UNTIL OF-IDX > WS-OF-COUNT
               IF WS-OF-CAMPAIGN-CODE (OF-IDX) = WS-CM-CODE (CM-IDX)
                   ADD 1 TO WS-CM-OFFERS
                   EVALUATE WS-OF-STATUS (OF-IDX)
                       WHEN "O"
                           ADD 1 TO WS-CM-OPEN
                       WHEN "T"
                           ADD 1 TO WS-CM-TAKEN
                       WHEN "E"
                           ADD 1 TO WS-CM-EXPIRED
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           WRITE CAMPAIGN-REPORT-LINE
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING WS-CM-CODE (CM-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CM-DESCRIPTION (CM-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CM-START-DATE (CM-IDX) DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-CM-EXPIRY-DATE (CM-IDX) DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE
           MOVE WS-CM-OFFERS TO WS-CNT-EDITED
           MOVE WS-CM-NEW-OFFERS (CM-IDX) TO WS-CNT-EDITED-2
           MOVE WS-CM-OPEN TO WS-CNT-EDITED-3
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING "  OFFERS MADE " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "  TONIGHT " DELIMITED BY SIZE
                  WS-CNT-EDITED-2 DELIMITED BY SIZE
                  "  STILL OPEN " DELIMITED BY SIZE
                  WS-CNT-EDITED-3 DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE
           MOVE WS-CM-TAKEN TO WS-CNT-EDITED
           MOVE WS-CM-EXPIRED TO WS-CNT-EDITED-2
           MOVE WS-CM-RESPONSES (CM-IDX) TO WS-CNT-EDITED-3
           MOVE WS-CM-NO-OFFER (CM-IDX) TO WS-CNT-EDITED-4
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING "  TAKEN       " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "  EXPIRED " DELIMITED BY SIZE
                  WS-CNT-EDITED-2 DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING "  RESPONSES   " DELIMITED BY SIZE
                  WS-CNT-EDITED-3 DELIMITED BY SIZE
                  "  NO OFFER" DELIMITED BY SIZE
                  WS-CNT-EDITED-4 DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE
           MOVE ZERO TO WS-RATE-WORK
           IF WS-CM-OFFERS > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   (WS-CM-RESPONSES (CM-IDX) - WS-CM-NO-OFFER (CM-IDX))
                   * 100 / WS-CM-OFFERS
                   ON SIZE ERROR
                       MOVE ZERO TO WS-RATE-WORK
               END-COMPUTE
           END-IF
           MOVE WS-RATE-WORK TO WS-PCT-EDITED
           MOVE ZERO TO WS-RATE-WORK
           IF WS-CM-OFFERS > ZERO
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-CM-TAKEN * 100 / WS-CM-OFFERS
           END-IF
           MOVE WS-RATE-WORK TO WS-PCT-EDITED-2
           MOVE SPACES TO CAMPAIGN-REPORT-LINE
           STRING "  RESPONSE RATE " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  "%   TAKE-UP RATE " DELIMITED BY SIZE
                  WS-PCT-EDITED-2 DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO CAMPAIGN-REPORT-LINE
           END-STRING
           WRITE CAMPAIGN-REPORT-LINE.
