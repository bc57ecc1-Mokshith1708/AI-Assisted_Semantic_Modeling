       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralMonitor.

      ******************************************************************
      * Monthly collateral monitoring for booked secured loans.  The
      * loan-to-value rule in LoanEligibilityCheck only ever looked
      * at COLLATRL at origination; after booking nobody noticed an
      * appraisal going five years stale, a balance drifting over
      * the LTV the bank lends to, or the borrower's insurance on
      * the collateral lapsing.  Every pledged COLLATRL row whose
      * customer still has an OPEN loan is measured against the
      * current balances of the customer's OPEN loans on the keyed
      * master (COLLATRL is kept per customer, not per loan):
      *   - an appraisal older than COLLPARM's limit, or none at
      *     all, is listed for the branch to order a new one;
      *   - a current LTV over the highest ceiling in the PRICEMTX
      *     rows LoanEligibilityCheck prices from (the latest
      *     effective set) is listed -- no ceiling configured means
      *     no LTV check;
      *   - insurance expired, or never recorded, gets the borrower
      *     a proof-of-insurance request on COLLNOTC and the row
      *     marked "P" with the notice date;
      *   - still lapsed once COLLPARM's grace days have passed
      *     since that request, the bank force-places its own
      *     coverage: the row is marked "F" with the bank's policy,
      *     carrier and expiry, the premium (the COLLPARM rate on
      *     the appraised value, prorated to the policy term) is
      *     added to the balance of the customer's largest OPEN
      *     loan with an FPIPREM row on LOANHIST for LoanGLPosting
      *     to journal, and the borrower is sent the force-placement
      *     notice.  No force-placement rate on COLLPARM means the
      *     lapse is listed but nothing is placed or charged.
      * Proof of insurance keyed through CollateralMaint ends the
      * cycle.  Notice wording comes from the COLLTEXT template
      * table the way PaidInFull words its letters from PIFTEXT,
      * addressed off CUSTMAST.  Every loan master row the run
      * rewrites is journaled on LMBFIMG with its before image and
      * the RUNCTL cycle, so LoanMasterBackout can take the charges
      * back off.  Everything found is listed on the COLLEXCP
      * exception report, and COLLATRL is rewritten whole from the
      * in-memory table when any row's insurance status moved.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-FILE
               ASSIGN TO "COLLATRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT PRICE-MATRIX-FILE
               ASSIGN TO "PRICEMTX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PM-FS.

           SELECT COLLATERAL-PARAMETER-FILE
               ASSIGN TO "COLLPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KP-FS.

           SELECT COLLATERAL-TEXT-FILE
               ASSIGN TO "COLLTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KX-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT NOTICE-FILE
               ASSIGN TO "COLLNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "COLLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  PRICE-MATRIX-FILE.
           COPY PRICEMTX.

       FD  COLLATERAL-PARAMETER-FILE.
           COPY COLLPARM.

       FD  COLLATERAL-TEXT-FILE.
           COPY COLLTEXT.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY CIFWS.
       COPY COLLWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-PM-FS                 PIC X(02).
       01  WS-KP-FS                 PIC X(02).
       01  WS-KX-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".
       01  WS-PM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PM-EOF            VALUE "Y".
       01  WS-KX-EOF-SW             PIC X(01) VALUE "N".
           88  WS-KX-EOF            VALUE "Y".
       01  WS-COLL-CHANGED-SW       PIC X(01) VALUE "N".
           88  WS-COLL-CHANGED      VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).
       01  WS-BI-FS                 PIC X(02).

      ******************************************************************
      * Monitoring policy, from COLLPARM when there is one.
      ******************************************************************
       01  WS-APPRAISAL-MAX-MONTHS  PIC 9(03) VALUE 60.
       01  WS-INS-GRACE-DAYS        PIC 9(03) VALUE 30.
       01  WS-FPI-RATE              PIC 9(02)V9(03) VALUE ZERO.
       01  WS-FPI-TERM-MONTHS       PIC 9(02) VALUE 12.
       01  WS-FPI-CARRIER           PIC X(25) VALUE SPACES.

      ******************************************************************
      * The LTV ceiling: the highest PM-MAX-LTV among the latest
      * effective LoanEligibilityCheck matrix rows that carry one.
      * Zero means the matrix sets no ceiling.
      ******************************************************************
       01  WS-LTV-CEILING           PIC 9(03) COMP VALUE ZERO.
       01  WS-CEILING-DATE          PIC 9(08) VALUE ZERO.

      ******************************************************************
      * The notice template table, loaded once at start-up.  Lines
      * print in KX-LINE-NO order per section; a section with no
      * rows falls back to one plain line rather than leaving the
      * notice without it.
      ******************************************************************
       01  WS-TEMPLATE-AREA.
           05  WS-KX-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-KX-ROW OCCURS 100 TIMES
                             INDEXED BY KX-IDX.
               10  WS-KX-SECTION         PIC X(04).
               10  WS-KX-LINE-NO         PIC 9(02).
               10  WS-KX-LINE-TEXT       PIC X(60).
       01  WS-WANTED-SECTION        PIC X(04).
       01  WS-FALLBACK-TEXT         PIC X(60).
       01  WS-LINES-PRINTED         PIC 9(03) COMP.
       01  WS-WANTED-LINE-NO        PIC 9(02).
       01  WS-LINE-FOUND-SW         PIC X(01).
           88  WS-LINE-FOUND        VALUE "Y".

      ******************************************************************
      * The customer's OPEN loans, totalled down the LM-CUST-ID
      * alternate key, and the largest of them -- the loan a
      * force-placed premium is charged to.
      ******************************************************************
       01  WS-OPEN-LOAN-COUNT       PIC 9(05) COMP.
       01  WS-OPEN-BALANCE          PIC S9(11)V99 COMP-3.
       01  WS-CHG-LOAN-ACCT-NO      PIC X(12).
       01  WS-CHG-BRANCH-CODE       PIC X(04).
       01  WS-CHG-BALANCE           PIC S9(09)V99 COMP-3.
       01  WS-CURRENT-LTV           PIC 9(03) COMP.

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-APPRAISAL-DATE        PIC 9(08).
       01  WS-APPRAISAL-PARTS REDEFINES WS-APPRAISAL-DATE.
           05  WS-APPRAISAL-YEAR    PIC 9(04).
           05  WS-APPRAISAL-MONTH   PIC 9(02).
           05  WS-APPRAISAL-DAY     PIC 9(02).
       01  WS-MONTHS-OLD            PIC S9(05) COMP.
       01  WS-DAYS-SINCE-NOTICE     PIC S9(05) COMP.
       01  WS-FPI-EXPIRY-DATE       PIC 9(08).
       01  WS-FPI-EXPIRY-PARTS REDEFINES WS-FPI-EXPIRY-DATE.
           05  WS-FPI-EXPIRY-YEAR   PIC 9(04).
           05  WS-FPI-EXPIRY-MONTH  PIC 9(02).
           05  WS-FPI-EXPIRY-DAY    PIC 9(02).
       01  WS-MONTH-COUNT           PIC 9(05) COMP.
       01  WS-PREMIUM-AMT           PIC S9(07)V99 COMP-3.
       01  WS-EXCEPTION-REASON      PIC X(30).
       01  WS-EXCEPTION-AMT         PIC S9(07)V99 COMP-3.
       01  WS-AMT-EDITED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.

       01  WS-MONITORED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-OPEN-LOAN-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-STALE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-LTV-OVER-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-PROOF-REQUEST-COUNT   PIC 9(07) COMP VALUE ZERO.
       01  WS-AWAITING-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-FORCE-PLACED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-PLACED-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-PREMIUM-DOLLARS       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(12) VALUE "CUSTOMER".
           05  FILLER               PIC X(14) VALUE "LOAN ACCOUNT".
           05  FILLER               PIC X(06) VALUE "BRCH".
           05  FILLER               PIC X(32) VALUE "EXCEPTION".
           05  FILLER               PIC X(10) VALUE "APPRAISED".
           05  FILLER               PIC X(15) VALUE "     APPR VALUE".
           05  FILLER               PIC X(16) VALUE
               "    OPEN BALANCE".
           05  FILLER               PIC X(05) VALUE "  LTV".
           05  FILLER               PIC X(10) VALUE "  INS EXPY".
           05  FILLER               PIC X(11) VALUE "     AMOUNT".

       01  WS-DETAIL-LINE.
           05  WS-DL-CUST-ID        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LOAN-ACCT-NO   PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BRANCH-CODE    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-EXCEPTION      PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-APPRAISAL-DATE PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-APPRAISED-VALUE
                                    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-OPEN-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LTV            PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-INS-EXPIRY     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO when nothing was found, 4 when anything was
      * listed on the exception report, and 12 if the collateral
      * file exceeds the in-memory table or the keyed loan master or
      * the before-image journal can't be opened.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-READ-COLLATERAL-PARAMETER
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           PERFORM 0150-LOAD-TEMPLATES
           PERFORM 0155-LOAD-LTV-CEILING
           PERFORM 0160-LOAD-COLLATERAL
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0180-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM 0190-WRITE-REPORT-HEADINGS
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CL-COUNT
               IF WS-CL-LIEN-STATUS (CL-IDX) NOT = "R"
                   PERFORM 0300-MONITOR-ONE-COLLATERAL
               END-IF
           END-PERFORM
           PERFORM 0900-WRITE-SUMMARY
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE NOTICE-FILE
           CLOSE EXCEPTION-REPORT-FILE
           IF WS-COLL-CHANGED
               PERFORM 0800-REWRITE-COLLATERAL
           END-IF
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RUN-RETURN-CODE
           END-IF
           DISPLAY "===== CollateralMonitor CONTROL TOTALS ====="
           DISPLAY "COLLATERAL MONITORED:" WS-MONITORED-COUNT
           DISPLAY "NO OPEN LOAN:        " WS-NO-OPEN-LOAN-COUNT
           DISPLAY "APPRAISALS STALE:    " WS-STALE-COUNT
           DISPLAY "LTV OVER LIMIT:      " WS-LTV-OVER-COUNT
           DISPLAY "PROOF REQUESTED:     " WS-PROOF-REQUEST-COUNT
           DISPLAY "AWAITING PROOF:      " WS-AWAITING-COUNT
           DISPLAY "FORCE-PLACED:        " WS-FORCE-PLACED-COUNT
           DISPLAY "LAPSED - NOT PLACED: " WS-NOT-PLACED-COUNT
           DISPLAY "PREMIUM DOLLARS:     " WS-PREMIUM-DOLLARS
           DISPLAY "NOTICES PRODUCED:    " WS-NOTICE-COUNT
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
      * Picks up the cycle number RunCycleStart issued at the top of
      * the job stream.  No RUNCTL dataset leaves the cycle zero and
      * rows go out unstamped, exactly as they always did.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * No COLLPARM dataset, or an empty one, keeps the 60-month
      * appraisal limit, 30 days' grace and a 12-month term with no
      * force-placement rate; a zero limit, grace or term on the
      * record keeps its default too.
      ******************************************************************
       0130-READ-COLLATERAL-PARAMETER.
           OPEN INPUT COLLATERAL-PARAMETER-FILE
           IF WS-KP-FS = "00"
               READ COLLATERAL-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KP-APPRAISAL-MAX-MONTHS > ZERO
                           MOVE KP-APPRAISAL-MAX-MONTHS
                               TO WS-APPRAISAL-MAX-MONTHS
                       END-IF
                       IF KP-INS-GRACE-DAYS > ZERO
                           MOVE KP-INS-GRACE-DAYS TO WS-INS-GRACE-DAYS
                       END-IF
                       IF KP-FPI-TERM-MONTHS > ZERO
                           MOVE KP-FPI-TERM-MONTHS
                               TO WS-FPI-TERM-MONTHS
                       END-IF
                       MOVE KP-FPI-RATE    TO WS-FPI-RATE
                       MOVE KP-FPI-CARRIER TO WS-FPI-CARRIER
               END-READ
               CLOSE COLLATERAL-PARAMETER-FILE
           END-IF.

      ******************************************************************
      * Loads the customer information file once at start-up so
      * each notice opens with a mailing address.  No CUSTMAST
      * dataset just means notices print without address blocks.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT < 500
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               MOVE CF-ADDR-LINE-1 TO
                                   WS-CF-ADDR-LINE-1 (CF-IDX)
                               MOVE CF-ADDR-LINE-2 TO
                                   WS-CF-ADDR-LINE-2 (CF-IDX)
                               MOVE CF-CITY TO
                                   WS-CF-CITY (CF-IDX)
                               MOVE CF-STATE TO
                                   WS-CF-STATE (CF-IDX)
                               MOVE CF-POSTAL-CODE TO
                                   WS-CF-POSTAL-CODE (CF-IDX)
                               SET CF-IDX UP BY 1
                               ADD 1 TO WS-CF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0145-FIND-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-CF-FOUND-SW
           SET CF-IDX TO 1
           PERFORM UNTIL WS-CF-FOUND OR CF-IDX > WS-CF-COUNT
               IF WS-CF-CUST-ID (CF-IDX) = WS-CF-LOOKUP-ID
                   MOVE "Y" TO WS-CF-FOUND-SW
               ELSE
                   SET CF-IDX UP BY 1
               END-IF
           END-PERFORM.

       0150-LOAD-TEMPLATES.
           OPEN INPUT COLLATERAL-TEXT-FILE
           IF WS-KX-FS = "00"
               MOVE "N" TO WS-KX-EOF-SW
               SET KX-IDX TO 1
               PERFORM UNTIL WS-KX-EOF
                   READ COLLATERAL-TEXT-FILE
                       AT END
                           MOVE "Y" TO WS-KX-EOF-SW
                       NOT AT END
                           IF WS-KX-COUNT < 100
                               MOVE KX-SECTION TO
                                   WS-KX-SECTION (KX-IDX)
                               MOVE KX-LINE-NO TO
                                   WS-KX-LINE-NO (KX-IDX)
                               MOVE KX-LINE-TEXT TO
                                   WS-KX-LINE-TEXT (KX-IDX)
                               SET KX-IDX UP BY 1
                               ADD 1 TO WS-KX-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-TEXT-FILE
           END-IF.

      ******************************************************************
      * One pass of the pricing matrix for LoanEligibilityCheck's
      * rows in effect at the business date that carry an LTV
      * ceiling.  The latest effective date wins, as it does in
      * pricing; among rows of that date the highest ceiling is the
      * most the bank lends against the collateral today.  No
      * PRICEMTX dataset, or no ceiling in it, leaves the LTV check
      * off.
      ******************************************************************
       0155-LOAD-LTV-CEILING.
           OPEN INPUT PRICE-MATRIX-FILE
           IF WS-PM-FS = "00"
               MOVE "N" TO WS-PM-EOF-SW
               PERFORM UNTIL WS-PM-EOF
                   READ PRICE-MATRIX-FILE
                       AT END
                           MOVE "Y" TO WS-PM-EOF-SW
                       NOT AT END
                           IF PM-PROGRAM-ID = "LoanEligibilityCheck"
                              AND PM-MAX-LTV > ZERO
                              AND PM-EFFECTIVE-DATE <= WS-TODAY-DATE
                               PERFORM 0157-TAKE-LTV-CEILING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-MATRIX-FILE
           END-IF.

       0157-TAKE-LTV-CEILING.
           EVALUATE TRUE
               WHEN PM-EFFECTIVE-DATE > WS-CEILING-DATE
                   MOVE PM-EFFECTIVE-DATE TO WS-CEILING-DATE
                   MOVE PM-MAX-LTV        TO WS-LTV-CEILING
               WHEN PM-EFFECTIVE-DATE = WS-CEILING-DATE
                    AND PM-MAX-LTV > WS-LTV-CEILING
                   MOVE PM-MAX-LTV        TO WS-LTV-CEILING
           END-EVALUATE.

      ******************************************************************
      * Loads the whole collateral file, released rows included --
      * it is written back from this table when an insurance status
      * moves -- so a collateral file past the table's capacity
      * fails the run with RC 12 before anything is done rather
      * than be rewritten short.  No COLLATRL dataset just means no
      * loan is secured.
      ******************************************************************
       0160-LOAD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF WS-CL-FS = "00"
               MOVE "N" TO WS-CL-EOF-SW
               SET CL-IDX TO 1
               PERFORM UNTIL WS-CL-EOF
                   READ COLLATERAL-FILE
                       AT END
                           MOVE "Y" TO WS-CL-EOF-SW
                       NOT AT END
                           IF WS-CL-COUNT >= 500
                               DISPLAY "CollateralMonitor: COLLATRL"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-CL-EOF-SW
                           ELSE
                               MOVE CL-CUST-ID TO
                                   WS-CL-CUST-ID (CL-IDX)
                               MOVE CL-COLLATERAL-TYPE TO
                                   WS-CL-COLLATERAL-TYPE (CL-IDX)
                               MOVE CL-APPRAISED-VALUE TO
                                   WS-CL-APPRAISED-VALUE (CL-IDX)
                               MOVE CL-APPRAISAL-DATE TO
                                   WS-CL-APPRAISAL-DATE (CL-IDX)
                               MOVE CL-LIEN-STATUS TO
                                   WS-CL-LIEN-STATUS (CL-IDX)
                               MOVE CL-RELEASE-DATE TO
                                   WS-CL-RELEASE-DATE (CL-IDX)
                               MOVE CL-INSURANCE TO
                                   WS-CL-INSURANCE (CL-IDX)
                               SET CL-IDX UP BY 1
                               ADD 1 TO WS-CL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the run and the LMBFIMG
      * journal for append (the first run ever creates it).  Either
      * one failing fails the run with RC 12 before a single row is
      * looked at.
      ******************************************************************
       0180-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "CollateralMonitor: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
               IF WS-BI-FS = "35"
                   OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
               END-IF
               IF WS-BI-FS NOT = "00"
                   DISPLAY "CollateralMonitor: LMBFIMG OPEN FAILED"
                       " FS=" WS-BI-FS
                   CLOSE LOAN-MASTER-FILE
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0190-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "COLLATERAL MONITORING EXCEPTIONS - AS OF "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE
           MOVE ALL "-" TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

      ******************************************************************
      * Collateral whose customer has no OPEN loan left secures
      * nothing on the books and is passed over.
      ******************************************************************
       0300-MONITOR-ONE-COLLATERAL.
           PERFORM 0310-TOTAL-OPEN-LOANS
           IF WS-OPEN-LOAN-COUNT = ZERO
               ADD 1 TO WS-NO-OPEN-LOAN-COUNT
           ELSE
               ADD 1 TO WS-MONITORED-COUNT
               PERFORM 0320-CHECK-APPRAISAL
               PERFORM 0330-CHECK-LTV
               PERFORM 0340-CHECK-INSURANCE
           END-IF.

      ******************************************************************
      * One read down the LM-CUST-ID alternate key for the
      * customer's OPEN loans, then the loan-to-value of their
      * combined balance as a whole percent of the appraised value
      * (999 when it won't fit; zero with no appraised value).
      ******************************************************************
       0310-TOTAL-OPEN-LOANS.
           MOVE ZERO   TO WS-OPEN-LOAN-COUNT
           MOVE ZERO   TO WS-OPEN-BALANCE
           MOVE ZERO   TO WS-CHG-BALANCE
           MOVE SPACES TO WS-CHG-LOAN-ACCT-NO
           MOVE SPACES TO WS-CHG-BRANCH-CODE
           MOVE WS-CL-CUST-ID (CL-IDX) TO LM-CUST-ID
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-CUST-ID
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
                       IF LM-CUST-ID NOT = WS-CL-CUST-ID (CL-IDX)
                           MOVE "Y" TO WS-LM-EOF-SW
                       ELSE
                           IF LM-LOAN-STATUS = "OPEN"
                               PERFORM 0315-TAKE-OPEN-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-CURRENT-LTV
           IF WS-OPEN-LOAN-COUNT > ZERO
              AND WS-CL-APPRAISED-VALUE (CL-IDX) > ZERO
               COMPUTE WS-CURRENT-LTV ROUNDED =
                   WS-OPEN-BALANCE * 100
                       / WS-CL-APPRAISED-VALUE (CL-IDX)
                   ON SIZE ERROR
                       MOVE 999 TO WS-CURRENT-LTV
               END-COMPUTE
           END-IF.

       0315-TAKE-OPEN-LOAN.
           ADD 1 TO WS-OPEN-LOAN-COUNT
           ADD LM-CURRENT-BALANCE TO WS-OPEN-BALANCE
           IF WS-OPEN-LOAN-COUNT = 1
              OR LM-CURRENT-BALANCE > WS-CHG-BALANCE
               MOVE LM-LOAN-ACCT-NO    TO WS-CHG-LOAN-ACCT-NO
               MOVE LM-BRANCH-CODE     TO WS-CHG-BRANCH-CODE
               MOVE LM-CURRENT-BALANCE TO WS-CHG-BALANCE
           END-IF.

      ******************************************************************
      * An appraisal is stale once it is the COLLPARM limit of whole
      * months old; a row with no appraisal date or value is listed
      * the same way.
      ******************************************************************
       0320-CHECK-APPRAISAL.
           MOVE ZERO TO WS-EXCEPTION-AMT
           IF WS-CL-APPRAISAL-DATE (CL-IDX) NOT NUMERIC
              OR WS-CL-APPRAISAL-DATE (CL-IDX) = ZERO
              OR WS-CL-APPRAISED-VALUE (CL-IDX) NOT > ZERO
               MOVE "APPRAISAL MISSING" TO WS-EXCEPTION-REASON
               ADD 1 TO WS-STALE-COUNT
               PERFORM 0700-WRITE-EXCEPTION
           ELSE
               MOVE WS-CL-APPRAISAL-DATE (CL-IDX)
                   TO WS-APPRAISAL-DATE
               COMPUTE WS-MONTHS-OLD =
                   (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
                   - (WS-APPRAISAL-YEAR * 12 + WS-APPRAISAL-MONTH)
               IF WS-TODAY-DAY < WS-APPRAISAL-DAY
                   SUBTRACT 1 FROM WS-MONTHS-OLD
               END-IF
               IF WS-MONTHS-OLD >= WS-APPRAISAL-MAX-MONTHS
                   MOVE "APPRAISAL STALE" TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-STALE-COUNT
                   PERFORM 0700-WRITE-EXCEPTION
               END-IF
           END-IF.

       0330-CHECK-LTV.
           MOVE ZERO TO WS-EXCEPTION-AMT
           IF WS-LTV-CEILING > ZERO
              AND WS-CL-APPRAISED-VALUE (CL-IDX) > ZERO
              AND WS-CURRENT-LTV > WS-LTV-CEILING
               MOVE "LTV OVER PRICEMTX LIMIT" TO WS-EXCEPTION-REASON
               ADD 1 TO WS-LTV-OVER-COUNT
               PERFORM 0700-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      * Coverage is in force through its expiry date.  Lapsed
      * coverage with no proof request outstanding gets one; one
      * outstanding inside the grace days is listed as waiting, and
      * one past them is force-placed.  A force-placed policy that
      * runs out starts the cycle over with a new request.
      ******************************************************************
       0340-CHECK-INSURANCE.
           MOVE ZERO TO WS-EXCEPTION-AMT
           IF WS-CL-INS-EXPIRY-DATE (CL-IDX) NUMERIC
              AND WS-CL-INS-EXPIRY-DATE (CL-IDX) >= WS-TODAY-DATE
               CONTINUE
           ELSE
               IF WS-CL-INS-STATUS (CL-IDX) = "P"
                  AND WS-CL-INS-NOTICE-DATE (CL-IDX) NUMERIC
                  AND WS-CL-INS-NOTICE-DATE (CL-IDX) > ZERO
                   COMPUTE WS-DAYS-SINCE-NOTICE = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE
                           (WS-CL-INS-NOTICE-DATE (CL-IDX))
                   IF WS-DAYS-SINCE-NOTICE < WS-INS-GRACE-DAYS
                       MOVE "AWAITING PROOF OF INSURANCE"
                           TO WS-EXCEPTION-REASON
                       ADD 1 TO WS-AWAITING-COUNT
                       PERFORM 0700-WRITE-EXCEPTION
                   ELSE
                       PERFORM 0360-FORCE-PLACE
                   END-IF
               ELSE
                   PERFORM 0350-REQUEST-PROOF
               END-IF
           END-IF.

       0350-REQUEST-PROOF.
           MOVE "PROF" TO WS-WANTED-SECTION
           PERFORM 0500-WRITE-NOTICE
           MOVE "P"           TO WS-CL-INS-STATUS (CL-IDX)
           MOVE WS-TODAY-DATE TO WS-CL-INS-NOTICE-DATE (CL-IDX)
           MOVE "Y" TO WS-COLL-CHANGED-SW
           MOVE "INSURANCE LAPSED - PROOF ASKED"
               TO WS-EXCEPTION-REASON
           ADD 1 TO WS-PROOF-REQUEST-COUNT
           PERFORM 0700-WRITE-EXCEPTION.

      ******************************************************************
      * No proof in time.  The premium is the COLLPARM rate on the
      * appraised value for a year, prorated to the policy term;
      * with no rate contracted, or no appraised value to rate it
      * on, the lapse is only listed and the request stays open.
      ******************************************************************
       0360-FORCE-PLACE.
           EVALUATE TRUE
               WHEN WS-FPI-RATE = ZERO
                   MOVE "NO PROOF - FPI NOT CONTRACTED"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-NOT-PLACED-COUNT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN WS-CL-APPRAISED-VALUE (CL-IDX) NOT > ZERO
                   MOVE "NO PROOF - NO VALUE TO RATE"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-NOT-PLACED-COUNT
                   PERFORM 0700-WRITE-EXCEPTION
               WHEN OTHER
                   COMPUTE WS-PREMIUM-AMT ROUNDED =
                       WS-CL-APPRAISED-VALUE (CL-IDX) * WS-FPI-RATE
                       / 100 * WS-FPI-TERM-MONTHS / 12
                   PERFORM 0370-CHARGE-PREMIUM
                   IF WS-LM-FOUND
                       PERFORM 0380-RECORD-FORCE-PLACEMENT
                   ELSE
                       MOVE "NO PROOF - LOAN NOT OPEN"
                           TO WS-EXCEPTION-REASON
                       ADD 1 TO WS-NOT-PLACED-COUNT
                       PERFORM 0700-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * The premium goes on the customer's largest OPEN loan, read
      * again by its key: the balance goes up, the row is rewritten
      * and journaled, and an FPIPREM ledger row records the charge.
      ******************************************************************
       0370-CHARGE-PREMIUM.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE WS-CHG-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           IF WS-LM-FOUND
               ADD WS-PREMIUM-AMT TO LM-CURRENT-BALANCE
               PERFORM 0375-REWRITE-LOAN-MASTER
               MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
               MOVE LM-CUST-ID          TO LH-CUST-ID
               MOVE "FPIPREM "          TO LH-TRAN-TYPE
               MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
               MOVE WS-PREMIUM-AMT      TO LH-TRAN-AMT
               MOVE ZERO                TO LH-PRINCIPAL-AMT
               MOVE ZERO                TO LH-INTEREST-AMT
               MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
               MOVE "CollateralMonitor" TO LH-POSTING-PROGRAM
               MOVE WS-RUN-TS           TO LH-TIMESTAMP
               MOVE SPACES              TO LH-PERIOD-ROLL
               WRITE LOAN-HISTORY-RECORD
           END-IF.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp the ledger row carries -- so LoanMasterBackout
      * can undo exactly this run's charges.
      ******************************************************************
       0375-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "CollateralMonitor" TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER     TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS           TO BI-RUN-TS
               MOVE "R"                 TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO     TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE  TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD  TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

      ******************************************************************
      * The bank's policy goes on the row in the borrower's place,
      * numbered "FPI" plus the CUST-ID, running the policy term
      * from today.  A term that lands past the end of a short month
      * expires on the 28th rather than roll into the next month.
      ******************************************************************
       0380-RECORD-FORCE-PLACEMENT.
           COMPUTE WS-MONTH-COUNT =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
               + WS-FPI-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-FPI-EXPIRY-YEAR
               REMAINDER WS-FPI-EXPIRY-MONTH
           ADD 1 TO WS-FPI-EXPIRY-MONTH
           MOVE WS-TODAY-DAY TO WS-FPI-EXPIRY-DAY
           IF WS-FPI-EXPIRY-DAY > 28
               MOVE 28 TO WS-FPI-EXPIRY-DAY
           END-IF
           MOVE SPACES TO WS-CL-INS-POLICY-NO (CL-IDX)
           STRING "FPI" DELIMITED BY SIZE
                  WS-CL-CUST-ID (CL-IDX) DELIMITED BY SIZE
               INTO WS-CL-INS-POLICY-NO (CL-IDX)
           END-STRING
           MOVE WS-FPI-CARRIER     TO WS-CL-INS-CARRIER (CL-IDX)
           MOVE WS-FPI-EXPIRY-DATE TO WS-CL-INS-EXPIRY-DATE (CL-IDX)
           MOVE "F"                TO WS-CL-INS-STATUS (CL-IDX)
           MOVE WS-TODAY-DATE      TO WS-CL-FORCE-PLACE-DATE (CL-IDX)
           MOVE "Y" TO WS-COLL-CHANGED-SW
           MOVE "FPI " TO WS-WANTED-SECTION
           PERFORM 0500-WRITE-NOTICE
           MOVE "FORCE-PLACED - PREMIUM CHARGED"
               TO WS-EXCEPTION-REASON
           MOVE WS-PREMIUM-AMT TO WS-EXCEPTION-AMT
           ADD 1 TO WS-FORCE-PLACED-COUNT
           ADD WS-PREMIUM-AMT TO WS-PREMIUM-DOLLARS
           PERFORM 0700-WRITE-EXCEPTION.

      ******************************************************************
      * One borrower notice, addressed off CUSTMAST: the account,
      * what the collateral's coverage stands at, then the section's
      * wording from COLLTEXT.
      ******************************************************************
       0500-WRITE-NOTICE.
           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-CL-CUST-ID (CL-IDX) TO WS-CF-LOOKUP-ID
           PERFORM 0520-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO NOTICE-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE
                  WS-CHG-LOAN-ACCT-NO DELIMITED BY SIZE
                  "  CUSTOMER " DELIMITED BY SIZE
                  WS-CL-CUST-ID (CL-IDX) DELIMITED BY SIZE
                  "  BRANCH " DELIMITED BY SIZE
                  WS-CHG-BRANCH-CODE DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "COLLATERAL: " DELIMITED BY SIZE
                  WS-CL-COLLATERAL-TYPE (CL-IDX) DELIMITED BY SIZE
               INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           IF WS-WANTED-SECTION = "FPI "
               MOVE SPACES TO NOTICE-LINE
               STRING "POLICY PLACED: " DELIMITED BY SIZE
                      WS-CL-INS-POLICY-NO (CL-IDX)
                          DELIMITED BY SPACE
                      "  " DELIMITED BY SIZE
                      WS-CL-INS-CARRIER (CL-IDX) DELIMITED BY "  "
                      "  EXPIRES " DELIMITED BY SIZE
                      WS-CL-INS-EXPIRY-DATE (CL-IDX)
                          DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               MOVE WS-PREMIUM-AMT TO WS-AMT-EDITED
               MOVE SPACES TO NOTICE-LINE
               STRING "PREMIUM CHARGED TO YOUR LOAN: " DELIMITED BY SIZE
                      WS-AMT-EDITED DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               MOVE "BECAUSE WE DID NOT RECEIVE PROOF OF INSURANCE, WE"
                 & " HAVE INSURED IT."
                   TO WS-FALLBACK-TEXT
           ELSE
               MOVE SPACES TO NOTICE-LINE
               IF WS-CL-INS-POLICY-NO (CL-IDX) = SPACES
                   MOVE "INSURANCE ON FILE: NONE" TO NOTICE-LINE
               ELSE
                   STRING "INSURANCE ON FILE: " DELIMITED BY SIZE
                          WS-CL-INS-POLICY-NO (CL-IDX)
                              DELIMITED BY SPACE
                          "  EXPIRED " DELIMITED BY SIZE
                          WS-CL-INS-EXPIRY-DATE (CL-IDX)
                              DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               END-IF
               WRITE NOTICE-LINE
               MOVE "PLEASE SEND US PROOF OF INSURANCE ON YOUR"
                 & " COLLATERAL."
                   TO WS-FALLBACK-TEXT
           END-IF
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM 0550-WRITE-TEMPLATE-SECTION
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "SINCERELY," TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "LOAN SERVICING DEPARTMENT" TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT.

      ******************************************************************
      * The mailing address block off CUSTMAST; a customer with no
      * row prints without one.
      ******************************************************************
       0520-WRITE-ADDRESS-BLOCK.
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX) TO NOTICE-LINE
               WRITE NOTICE-LINE
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO NOTICE-LINE
               WRITE NOTICE-LINE
               IF WS-CF-ADDR-LINE-2 (CF-IDX) NOT = SPACES
                   MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
               MOVE SPACES TO NOTICE-LINE
               STRING WS-CF-CITY (CF-IDX) DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      WS-CF-STATE (CF-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CF-POSTAL-CODE (CF-IDX) DELIMITED BY SIZE
                   INTO NOTICE-LINE
               END-STRING
               WRITE NOTICE-LINE
               MOVE SPACES TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

      ******************************************************************
      * Prints the section's template lines in line-number order
      * (the table needn't be sorted on file).  A section nobody
      * has written wording for prints WS-FALLBACK-TEXT instead.
      ******************************************************************
       0550-WRITE-TEMPLATE-SECTION.
           MOVE ZERO TO WS-LINES-PRINTED
           PERFORM VARYING WS-WANTED-LINE-NO FROM 1 BY 1
                   UNTIL WS-WANTED-LINE-NO > 99
               MOVE "N" TO WS-LINE-FOUND-SW
               PERFORM VARYING KX-IDX FROM 1 BY 1
                       UNTIL KX-IDX > WS-KX-COUNT
                   IF WS-KX-SECTION (KX-IDX) = WS-WANTED-SECTION
                      AND WS-KX-LINE-NO (KX-IDX) = WS-WANTED-LINE-NO
                       MOVE WS-KX-LINE-TEXT (KX-IDX) TO NOTICE-LINE
                       WRITE NOTICE-LINE
                       ADD 1 TO WS-LINES-PRINTED
                       MOVE "Y" TO WS-LINE-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-LINE-FOUND
                   MOVE 99 TO WS-WANTED-LINE-NO
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = ZERO
               MOVE WS-FALLBACK-TEXT TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF.

      ******************************************************************
      * One exception line: the collateral, the loan it is measured
      * against, and the figures behind the finding.
      ******************************************************************
       0700-WRITE-EXCEPTION.
           MOVE WS-CL-CUST-ID (CL-IDX) TO WS-DL-CUST-ID
           MOVE WS-CHG-LOAN-ACCT-NO    TO WS-DL-LOAN-ACCT-NO
           MOVE WS-CHG-BRANCH-CODE     TO WS-DL-BRANCH-CODE
           MOVE WS-EXCEPTION-REASON    TO WS-DL-EXCEPTION
           IF WS-CL-APPRAISAL-DATE (CL-IDX) NUMERIC
               MOVE WS-CL-APPRAISAL-DATE (CL-IDX)
                   TO WS-DL-APPRAISAL-DATE
           ELSE
               MOVE SPACES TO WS-DL-APPRAISAL-DATE
           END-IF
           MOVE WS-CL-APPRAISED-VALUE (CL-IDX)
               TO WS-DL-APPRAISED-VALUE
           MOVE WS-OPEN-BALANCE        TO WS-DL-OPEN-BALANCE
           MOVE WS-CURRENT-LTV         TO WS-DL-LTV
           IF WS-CL-INS-EXPIRY-DATE (CL-IDX) NUMERIC
               MOVE WS-CL-INS-EXPIRY-DATE (CL-IDX)
                   TO WS-DL-INS-EXPIRY
           ELSE
               MOVE SPACES TO WS-DL-INS-EXPIRY
           END-IF
           MOVE WS-EXCEPTION-AMT       TO WS-DL-AMOUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      ******************************************************************
      * Full-file rewrite of COLLATRL with the run's insurance
      * status changes recorded, the same persisted-file rewrite
      * PaidInFull gives it.
      ******************************************************************
       0800-REWRITE-COLLATERAL.
           OPEN OUTPUT COLLATERAL-FILE
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > WS-CL-COUNT
               MOVE WS-CL-CUST-ID (CL-IDX)      TO CL-CUST-ID
               MOVE WS-CL-COLLATERAL-TYPE (CL-IDX)
                   TO CL-COLLATERAL-TYPE
               MOVE WS-CL-APPRAISED-VALUE (CL-IDX)
                   TO CL-APPRAISED-VALUE
               MOVE WS-CL-APPRAISAL-DATE (CL-IDX)
                   TO CL-APPRAISAL-DATE
               MOVE WS-CL-LIEN-STATUS (CL-IDX)  TO CL-LIEN-STATUS
               MOVE WS-CL-RELEASE-DATE (CL-IDX) TO CL-RELEASE-DATE
               MOVE WS-CL-INSURANCE (CL-IDX)    TO CL-INSURANCE
               WRITE COLLATERAL-RECORD
           END-PERFORM
           CLOSE COLLATERAL-FILE.

       0900-WRITE-SUMMARY.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-MONITORED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "COLLATERAL MONITORED:       " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-STALE-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "APPRAISALS STALE/MISSING:   " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-LTV-OVER-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "LTV OVER LIMIT:             " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-PROOF-REQUEST-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "PROOF OF INSURANCE ASKED:   " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-AWAITING-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "AWAITING PROOF:             " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-FORCE-PLACED-COUNT TO WS-COUNT-EDITED
           MOVE WS-PREMIUM-DOLLARS TO WS-AMT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "FORCE-PLACED:               " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
                  "   PREMIUM CHARGED " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE
           MOVE WS-NOT-PLACED-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING "LAPSED PAST GRACE - NOT PLACED: " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE
           END-STRING
           WRITE EXCEPTION-REPORT-LINE.
