      * one-record access LoginValidator gives ACCTSTAT -- and the
      * aging is one front-to-back READ NEXT pass, so posting cost
      * no longer scales with loading the whole book into storage
      * and the old 500-loan table ceiling is gone.  A secured loan
      * with an ACTIVE escrow account on the keyed ESCROW file has
      * its payment split three ways -- interest, then the escrow
      * share, then principal -- with the escrow share credited to
      * the escrow balance, and a loan that pays off gives back
      * whatever escrow it still holds through REFUNDUE -- the
      * queue RefundDisbursement pays borrowers from.  A loan
      * under a servicing hold on SVCHOLD (bankruptcy, deceased
      * borrower, litigation) still ages onto DELINQ, but the late
      * fee it would have been charged is waived and listed on the
      * HOLDEXCP exception file instead.  A loan in a hardship
      * forbearance plan on FORBPLAN is neither aged nor fee'd while
      * the plan is in force; the night the plan ends, the interest
      * the month-end accrual built up on it is capitalized onto the
      * balance or deferred to payoff (per the plan), with a LOANHIST
      * row either way, and the loan ages again from the plan's end
      * date.  Deferred interest is collected out of the payment that
      * pays the loan off.  Every master row the run rewrites is
      * journaled on LMBFIMG with its before image and the RUNCTL
      * cycle, so LoanMasterBackout can put one bad night's posting
      * back without restoring the whole master.  Every payment and
      * reversal is checked against the accounting periods on
      * PERIODCT first: one dated in a month Finance has closed is
      * either posted at the first open day with the LOANHIST roll
      * flag set, or set aside on POSTSUSP unposted, as the closed
      * month says.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT DELINQUENCY-FILE
               ASSIGN TO "DELINQ"
               ORGANIZATION IS SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT REFUND-DUE-FILE
               ASSIGN TO "REFUNDUE"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MO-FS.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

           SELECT FORBEARANCE-PLAN-FILE
               ASSIGN TO "FORBPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-LOAN-ACCT-NO
               FILE STATUS IS WS-FR-FS.

           SELECT HOLD-EXCEPTION-FILE
               ASSIGN TO "HOLDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT POSTING-SUSPENSE-FILE
               ASSIGN TO "POSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENTS-RECEIVED-FILE.
       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  DELINQUENCY-FILE.
           COPY DELINQREC.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  REFUND-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05  RF-LOAN-ACCT-NO       PIC X(12).
           05  FG-FEE-AMT            PIC S9(07)V99.
           05  FG-ASSESS-DATE        PIC 9(08).

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       FD  FORBEARANCE-PLAN-FILE.
           COPY FORBPLAN.

       FD  HOLD-EXCEPTION-FILE.
           COPY HOLDEXC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  POSTING-SUSPENSE-FILE.
           COPY POSTSUSP.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY SVHLDWS.
       COPY FORBWS.
       COPY PERDCHK.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
       01  WS-ROW-CHANGED-SW        PIC X(01) VALUE "N".
           88  WS-ROW-CHANGED       VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).
       01  WS-BI-FS                 PIC X(02).

      ******************************************************************
      * Escrow access.  No ESCROW dataset means no loan has ever had
      * an escrow account set up, and every payment splits between
      * principal and interest only, exactly as before.
      ******************************************************************
       01  WS-ES-FS                 PIC X(02).
       01  WS-ES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-ES-OPEN           VALUE "Y".
       01  WS-ES-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-ES-FOUND          VALUE "Y".
       01  WS-ESCROW-DUE            PIC S9(07)V99 COMP-3.
       01  WS-ESCROW-PORTION        PIC S9(07)V99 COMP-3.
       01  WS-ESCROW-MOVED          PIC S9(07)V99 COMP-3.
       01  WS-ESCROW-COLLECTED      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ESCROW-REVERSED       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ESCROW-CLOSED-COUNT   PIC 9(07) COMP VALUE ZERO.

       01  WS-PAY-EOF-SW            PIC X(01) VALUE "N".
           88  END-OF-PAYMENTS      VALUE "Y".

       01  WS-PRINCIPAL-PORTION     PIC S9(07)V99 COMP-3.

       01  WS-LH-TRAN-TYPE          PIC X(08).
       01  WS-LH-TRAN-DATE          PIC 9(08).

      ******************************************************************
      * The LOANHIST roll flag for the item in hand -- "R" and the
      * date it carried when its month was closed and it posts at
      * the first open day instead, spaces otherwise.
      ******************************************************************
       01  WS-LH-PERIOD-ROLL.
           05  WS-LH-ROLL-FLAG      PIC X(01).
           05  WS-LH-ROLLED-FROM    PIC 9(08).
       01  WS-ROLLED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-SUSPENSE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SUSPENSE-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * A bounced payment set aside on POSTSUSP goes there in the
      * REVERSLS layout it arrived in.
      ******************************************************************
       01  WS-PV-IMAGE.
           05  WS-PI-LOAN-ACCT-NO   PIC X(12).
           05  WS-PI-ORIG-DATE      PIC 9(08).
           05  WS-PI-ORIG-AMT       PIC S9(07)V99.
           05  WS-PI-NSF-REASON     PIC X(30).

       01  WS-POSTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
      * back principal and interest separately or the balance ends
      * up overstated by the interest.  A reversal whose original
      * PAYMENT row can't be found backs out as all principal, the
      * only defensible reading with no split on file.  The escrow
      * share rides on the ESCROW row 0300 wrote right behind the
      * PAYMENT row, so it is picked up the same way.
      ******************************************************************
       01  WS-RVSL-AREA.
           05  WS-VR-COUNT          PIC 9(03) COMP VALUE ZERO.
               10  WS-VR-PRINCIPAL       PIC S9(07)V99 COMP-3.
               10  WS-VR-INTEREST        PIC S9(07)V99 COMP-3.
               10  WS-VR-SPLIT-SW        PIC X(01).
               10  WS-VR-ESCROW          PIC S9(07)V99 COMP-3.
               10  WS-VR-ESC-PEND-SW     PIC X(01).

      ******************************************************************
      * Late-fee assessment storage: the per-loan fee control file
       01  WS-BASE-YEAR             PIC 9(04).
       01  WS-BASE-MONTH            PIC 9(02).
       01  WS-BASE-PAYMENTS         PIC S9(05) COMP.
       01  WS-BASE-YYYYMM           PIC 9(06).

      ******************************************************************
      * Forbearance settlement.  WS-FR-OWED is the plan interest a
      * payoff must collect; WS-FR-PAID what the payoff check
      * covered of it, WS-FR-MOVED what it didn't (that goes on the
      * balance).
      ******************************************************************
       01  WS-FR-OWED               PIC S9(07)V99 COMP-3.
       01  WS-FR-PAID               PIC S9(07)V99 COMP-3.
       01  WS-FR-MOVED              PIC S9(07)V99 COMP-3.
       01  WS-FORBORNE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-FORB-ENDED-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-FORB-CAPITALIZED      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FORB-DEFERRED         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FORB-COLLECTED        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master, escrow,
      * forbearance plan or servicing hold file or the before-image
      * journal can't be opened, or the period control file can't be
      * read.
      ******************************************************************
       LINKAGE SECTION.

           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-PRIME-PERIOD-CHECK
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0150-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0160-OPEN-ESCROW
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-BEFORE-IMAGE-FILE
               GOBACK
           END-IF
           PERFORM 0165-OPEN-FORBEARANCE
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-BEFORE-IMAGE-FILE
               IF WS-ES-OPEN
                   CLOSE ESCROW-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM 0200-POST-PAYMENTS
           PERFORM 0400-PROCESS-REVERSALS
           PERFORM 0460-READ-FEE-PARAMETER
           PERFORM 0470-LOAD-LATE-FEES
           PERFORM 0490-LOAD-MODLOG
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0498-OPEN-SERVICING-HOLDS
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-BEFORE-IMAGE-FILE
               IF WS-ES-OPEN
                   CLOSE ESCROW-FILE
               END-IF
               IF WS-FR-OPEN
                   CLOSE FORBEARANCE-PLAN-FILE
               END-IF
               GOBACK
           END-IF
           PERFORM 0500-AGE-DELINQUENCIES
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           IF WS-ES-OPEN
               CLOSE ESCROW-FILE
           END-IF
           IF WS-FR-OPEN
               CLOSE FORBEARANCE-PLAN-FILE
           END-IF
           IF WS-SH-OPEN
               CLOSE SERVICING-HOLD-FILE
           END-IF
           PERFORM 0850-REWRITE-LATE-FEES
           PERFORM 0950-DISPLAY-TOTALS
           GOBACK.
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
      * Loads the period table with one check at the business date
      * before the master is opened: a PERIODCT that can't be read
      * fails the run with RC 12 rather than send the whole night's
      * payments to suspense.
      ******************************************************************
       0130-PRIME-PERIOD-CHECK.
           MOVE "LOANSVC "    TO PK-LEDGER-CODE
           MOVE WS-TODAY-DATE TO PK-ITEM-DATE
           MOVE WS-TODAY-DATE TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           IF PK-RETURN-CODE NOT = ZERO
               DISPLAY "PaymentPosting: PERIODCT NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the whole run; every payment,
      * reversal and fee touches just its own row by key.  No
      * LOANMAST dataset yet means nothing has ever been booked (the
      * file is created empty), the same treatment the keyed
      * ACCTSTAT gets.  Anything else wrong with the open fails the
      * run with RC 12 before a single payment is applied, and so
      * does a before-image journal that won't open -- a posting
      * run that couldn't be backed out doesn't run at all.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
               DISPLAY "PaymentPosting: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               PERFORM 0155-OPEN-BEFORE-IMAGES
           END-IF.

      ******************************************************************
      * Opens the LMBFIMG journal for append; the first run ever
      * creates it.  A journal that won't open closes the master
      * again and fails the run with RC 12.
      ******************************************************************
       0155-OPEN-BEFORE-IMAGES.
           OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
           IF WS-BI-FS = "35"
               OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
           END-IF
           IF WS-BI-FS NOT = "00"
               DISPLAY "PaymentPosting: LMBFIMG OPEN FAILED FS="
                   WS-BI-FS
               CLOSE LOAN-MASTER-FILE
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Opens the keyed escrow file I-O for the run.  No ESCROW
      * dataset leaves escrow off for the night; anything else
      * wrong with the open fails the run with RC 12 rather than
      * posting escrowed loans without their escrow share.
      ******************************************************************
       0160-OPEN-ESCROW.
           MOVE "N" TO WS-ES-OPEN-SW
           OPEN I-O ESCROW-FILE
           EVALUATE WS-ES-FS
               WHEN "00"
                   MOVE "Y" TO WS-ES-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PaymentPosting: ESCROW OPEN FAILED FS="
                       WS-ES-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * Opens the keyed forbearance plan file I-O for the run.  No
      * FORBPLAN dataset just means no plan has ever been granted;
      * anything else wrong with the open fails the run with RC 12
      * rather than aging and fee'ing loans that are in forbearance.
      ******************************************************************
       0165-OPEN-FORBEARANCE.
           MOVE "N" TO WS-FR-OPEN-SW
           OPEN I-O FORBEARANCE-PLAN-FILE
           EVALUATE WS-FR-FS
               WHEN "00"
                   MOVE "Y" TO WS-FR-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PaymentPosting: FORBPLAN OPEN FAILED FS="
                       WS-FR-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the row the payment names.  WS-LM-FOUND
      * comes back "N" when no loan has ever been booked under the
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
                   MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
           END-READ.

      ******************************************************************
      * One keyed read of the loan's escrow account.  WS-ES-FOUND
      * is "Y" only for an ACTIVE account.
      ******************************************************************
       0195-READ-ESCROW.
           MOVE "N" TO WS-ES-FOUND-SW
           IF WS-ES-OPEN
               MOVE LM-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ES-ESCROW-STATUS = "ACTIVE  "
                           MOVE "Y" TO WS-ES-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * One keyed read of the loan's forbearance plan.  WS-FR-FOUND
      * is "Y" for a plan row of any status, WS-FR-IN-FORCE only
      * for an ACTIVE plan that has started and hasn't reached its
      * end date.
      ******************************************************************
       0197-READ-FORBEARANCE.
           MOVE "N" TO WS-FR-FOUND-SW
           MOVE "N" TO WS-FR-IN-FORCE-SW
           IF WS-FR-OPEN
               MOVE LM-LOAN-ACCT-NO TO FR-LOAN-ACCT-NO
               READ FORBEARANCE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FR-FOUND-SW
                       IF FR-ACTIVE
                          AND FR-START-DATE <= WS-TODAY-DATE
                          AND FR-END-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-FR-IN-FORCE-SW
                       END-IF
               END-READ
           END-IF.

       0200-POST-PAYMENTS.
           OPEN INPUT  PAYMENTS-RECEIVED-FILE
           OPEN OUTPUT PAYMENT-REJECT-FILE
           OPEN OUTPUT RECOVERY-REGISTER-FILE
           OPEN OUTPUT REFUND-DUE-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN EXTEND POSTING-SUSPENSE-FILE
           MOVE "N" TO WS-PAY-EOF-SW
           PERFORM UNTIL END-OF-PAYMENTS
               READ PAYMENTS-RECEIVED-FILE
           CLOSE PAYMENT-REJECT-FILE
           CLOSE RECOVERY-REGISTER-FILE
           CLOSE REFUND-DUE-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE POSTING-SUSPENSE-FILE.

      ******************************************************************
      * Applies one payment: the month's interest at the booked rate
      * balance down, and the installments-covered count goes up by
      * the number of whole expected installments the payment covers
      * -- a short payment covers none and leaves the loan to age.
      * An escrowed loan's escrow share goes to its escrow balance
      * with its own ESCROW ledger row right behind the PAYMENT
      * row, and a loan the payment closes closes its escrow too.
      * A payment whose account reads CHGOFF posts as a recovery;
      * one that reads anything but OPEN, or reads nothing at all,
      * goes to PAYREJCT for the branches to research.  The touched
      * row is rewritten in place by key.  A payment that would pay
      * the loan off first settles any forbearance interest the loan
      * still owes.  A payment dated in a closed month is posted at
      * the date PeriodCheck rolls it to, or set aside on POSTSUSP.
      ******************************************************************
       0300-APPLY-PAYMENT.
           PERFORM 0190-READ-LOAN-BY-ACCT
           PERFORM 0302-CHECK-PAYMENT-PERIOD
           EVALUATE TRUE
               WHEN PK-TO-SUSPENSE
                   PERFORM 0304-SUSPEND-PAYMENT
               WHEN WS-LM-FOUND AND LM-LOAN-STATUS = "OPEN"
                   PERFORM 0195-READ-ESCROW
                   PERFORM 0310-SPLIT-PAYMENT
                   SUBTRACT WS-PRINCIPAL-PORTION
                       FROM LM-CURRENT-BALANCE
                       ADD WS-COVERED-COUNT TO LM-PAYMENTS-MADE
                   END-IF
                   MOVE PY-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE
                   IF LM-CURRENT-BALANCE <= ZERO AND WS-FR-OPEN
                       PERFORM 0325-COLLECT-FORBORNE-INTEREST
                   END-IF
                   IF LM-CURRENT-BALANCE <= ZERO
                       MOVE "CLOSED" TO LM-LOAN-STATUS
                       IF LM-CURRENT-BALANCE < ZERO
                   END-IF
                   MOVE "PAYMENT " TO WS-LH-TRAN-TYPE
                   PERFORM 0380-WRITE-HISTORY
                   IF WS-ESCROW-PORTION > ZERO
                       PERFORM 0315-POST-ESCROW-SHARE
                   END-IF
                   IF WS-ES-FOUND AND LM-LOAN-STATUS = "CLOSED"
                       PERFORM 0340-CLOSE-ESCROW
                   END-IF
                   PERFORM 0390-REWRITE-LOAN-MASTER
                   ADD 1 TO WS-POSTED-COUNT
               WHEN WS-LM-FOUND AND LM-LOAN-STATUS = "CHGOFF"
                   PERFORM 0320-APPLY-RECOVERY
                   PERFORM 0390-REWRITE-LOAN-MASTER
               WHEN OTHER
                   MOVE PY-LOAN-ACCT-NO TO PR-LOAN-ACCT-NO
                   MOVE PY-CUST-ID      TO PR-CUST-ID
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

      ******************************************************************
      * A rolled payment takes the roll date as its payment date for
      * everything it writes -- ledger rows, the last-payment date,
      * refund and recovery rows -- and its ledger rows carry the
      * date it arrived with.
      ******************************************************************
       0302-CHECK-PAYMENT-PERIOD.
           MOVE "LOANSVC "      TO PK-LEDGER-CODE
           MOVE PY-PAYMENT-DATE TO PK-ITEM-DATE
           MOVE WS-TODAY-DATE   TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           MOVE SPACES TO WS-LH-PERIOD-ROLL
           IF PK-ROLL-FORWARD
               MOVE "R"             TO WS-LH-ROLL-FLAG
               MOVE PY-PAYMENT-DATE TO WS-LH-ROLLED-FROM
               MOVE PK-POST-DATE    TO PY-PAYMENT-DATE
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.

       0304-SUSPEND-PAYMENT.
           MOVE "LOANSVC "              TO PS-LEDGER-CODE
           MOVE "PaymentPosting"        TO PS-POSTING-PROGRAM
           MOVE PY-LOAN-ACCT-NO         TO PS-ITEM-KEY
           MOVE PY-PAYMENT-DATE         TO PS-ITEM-DATE
           MOVE PY-PAYMENT-AMT          TO PS-ITEM-AMT
           MOVE PK-REASON               TO PS-REASON
           MOVE WS-CYCLE-NUMBER         TO PS-CYCLE-NUMBER
           MOVE WS-RUN-TS               TO PS-TIMESTAMP
           MOVE PAYMENT-RECEIVED-RECORD TO PS-ITEM-IMAGE
           WRITE POSTING-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD PY-PAYMENT-AMT TO WS-SUSPENSE-DOLLARS.

      ******************************************************************
      * Splits the payment in hand into interest and principal: one
      * month's interest at the booked rate on the outstanding
      * the balance doesn't move, which is exactly what the
      * amortization schedule says happens.  A zero booked rate
      * makes the whole payment principal, the way posting always
      * worked.  On an escrowed loan the escrow share then comes out
      * of what would have been principal.
      ******************************************************************
       0310-SPLIT-PAYMENT.
           MOVE ZERO TO WS-ESCROW-PORTION
           COMPUTE WS-MONTHLY-RATE =
               LM-BOOKED-RATE / 100 / 12
           IF WS-MONTHLY-RATE = ZERO
                   MOVE PY-PAYMENT-AMT TO WS-INTEREST-PORTION
                   MOVE ZERO           TO WS-PRINCIPAL-PORTION
               END-IF
           END-IF
           IF WS-ES-FOUND AND WS-PRINCIPAL-PORTION > ZERO
               PERFORM 0312-SPLIT-ESCROW
           END-IF.

      ******************************************************************
      * The escrow share is one month's escrow per whole installment
      * the payment covers (at least one), taken from what is left
      * after interest; a payment too short to fund it all puts
      * everything left into escrow and nothing on principal.  A
      * payment big enough to pay the loan off after interest is a
      * payoff, not an installment -- it takes no escrow share, and
      * the escrow balance comes back to the borrower when the loan
      * closes.
      ******************************************************************
       0312-SPLIT-ESCROW.
           IF WS-PRINCIPAL-PORTION < LM-CURRENT-BALANCE
               MOVE ES-MONTHLY-ESCROW TO WS-ESCROW-DUE
               IF LM-INSTALLMENT-AMT > ZERO
                   COMPUTE WS-COVERED-COUNT =
                       PY-PAYMENT-AMT / LM-INSTALLMENT-AMT
                   IF WS-COVERED-COUNT > 1
                       COMPUTE WS-ESCROW-DUE =
                           ES-MONTHLY-ESCROW * WS-COVERED-COUNT
                   END-IF
               END-IF
               IF WS-PRINCIPAL-PORTION > WS-ESCROW-DUE
                   MOVE WS-ESCROW-DUE TO WS-ESCROW-PORTION
               ELSE
                   MOVE WS-PRINCIPAL-PORTION TO WS-ESCROW-PORTION
               END-IF
               SUBTRACT WS-ESCROW-PORTION FROM WS-PRINCIPAL-PORTION
           END-IF.

      ******************************************************************
      * Credits the escrow share to the account and puts an ESCROW
      * row on the ledger right behind the PAYMENT row it came out
      * of, so the GL feed can move it to the escrow liability and a
      * reversal can find it again.
      ******************************************************************
       0315-POST-ESCROW-SHARE.
           ADD WS-ESCROW-PORTION TO ES-ESCROW-BALANCE
           REWRITE ESCROW-RECORD
           ADD WS-ESCROW-PORTION TO WS-ESCROW-COLLECTED
           MOVE "ESCROW  "        TO WS-LH-TRAN-TYPE
           MOVE PY-PAYMENT-DATE   TO WS-LH-TRAN-DATE
           MOVE WS-ESCROW-PORTION TO WS-ESCROW-MOVED
           PERFORM 0385-WRITE-ESCROW-HISTORY.

      ******************************************************************
      * A loan paid off closes its escrow account.  Money still in
      * escrow belongs to the borrower and goes to REFUNDUE with an
      * ESCREFND ledger row; a servicer advance still owed (a
      * negative balance) stays on the closed row for the branch to
      * recover.
      ******************************************************************
       0340-CLOSE-ESCROW.
           IF ES-ESCROW-BALANCE > ZERO
               MOVE ES-ESCROW-BALANCE TO WS-REFUND-AMT
               PERFORM 0335-WRITE-REFUND-ROW
               MOVE "ESCREFND"        TO WS-LH-TRAN-TYPE
               MOVE PY-PAYMENT-DATE   TO WS-LH-TRAN-DATE
               MOVE ES-ESCROW-BALANCE TO WS-ESCROW-MOVED
               PERFORM 0385-WRITE-ESCROW-HISTORY
               MOVE ZERO TO ES-ESCROW-BALANCE
           END-IF
           MOVE "CLOSED  " TO ES-ESCROW-STATUS
           REWRITE ESCROW-RECORD
           ADD 1 TO WS-ESCROW-CLOSED-COUNT.

      ******************************************************************
      * Deferred forbearance interest -- and, on a plan still in
      * force, the interest built up on it so far -- falls due when
      * the principal is paid off.  What the payoff check covers
      * beyond the principal is taken as interest; whatever it
      * doesn't cover goes onto the balance with a FORBDUE ledger
      * row, so the loan stays OPEN owing it instead of closing
      * with interest uncollected.  Either way the plan row is
      * cleared.
      ******************************************************************
       0325-COLLECT-FORBORNE-INTEREST.
           PERFORM 0197-READ-FORBEARANCE
           MOVE ZERO TO WS-FR-OWED
           IF WS-FR-FOUND
               MOVE FR-DEFERRED-INTEREST TO WS-FR-OWED
               IF FR-ACTIVE
                   ADD FR-ACCRUED-INTEREST TO WS-FR-OWED
               END-IF
           END-IF
           IF WS-FR-OWED > ZERO
               COMPUTE WS-FR-PAID = ZERO - LM-CURRENT-BALANCE
               IF WS-FR-PAID > WS-FR-OWED
                   MOVE WS-FR-OWED TO WS-FR-PAID
               END-IF
               ADD WS-FR-PAID TO WS-INTEREST-PORTION
               ADD WS-FR-PAID TO WS-INTEREST-COLLECTED
               SUBTRACT WS-FR-PAID FROM WS-PRINCIPAL-PORTION
               SUBTRACT WS-FR-PAID FROM WS-PRINCIPAL-COLLECTED
               ADD WS-FR-PAID TO WS-FORB-COLLECTED
               ADD WS-FR-OWED TO LM-CURRENT-BALANCE
               COMPUTE WS-FR-MOVED = WS-FR-OWED - WS-FR-PAID
               IF WS-FR-MOVED > ZERO
                   MOVE "FORBDUE "      TO WS-LH-TRAN-TYPE
                   MOVE PY-PAYMENT-DATE TO WS-LH-TRAN-DATE
                   PERFORM 0590-WRITE-FORBEARANCE-HISTORY
               END-IF
               MOVE ZERO TO FR-DEFERRED-INTEREST
               MOVE ZERO TO FR-ACCRUED-INTEREST
               REWRITE FORBEARANCE-PLAN-RECORD
           END-IF.

      ******************************************************************
      * A payoff check bigger than what closes the loan no longer
      * leaves a negative balance hiding money we owe the customer:
      * the loan closes at exactly zero, the overage goes to
      * REFUNDUE for RefundDisbursement to pay, and the principal
      * portion is trimmed so the ledger shows what actually applied
      * to the loan.  A REFUND ledger row carries the overage so the
      * GL feed can move it out of payment clearing into refund
      * clearing.
      ******************************************************************
       0330-REFUND-OVERPAYMENT.
           COMPUTE WS-REFUND-AMT = ZERO - LM-CURRENT-BALANCE
           MOVE ZERO TO LM-CURRENT-BALANCE
           SUBTRACT WS-REFUND-AMT FROM WS-PRINCIPAL-PORTION
           SUBTRACT WS-REFUND-AMT FROM WS-PRINCIPAL-COLLECTED
           PERFORM 0335-WRITE-REFUND-ROW
           PERFORM 0337-WRITE-REFUND-HISTORY.

      ******************************************************************
      * A recovery check bigger than the charged-off balance trims
           COMPUTE WS-REFUND-AMT = ZERO - LM-CURRENT-BALANCE
           MOVE ZERO TO LM-CURRENT-BALANCE
           SUBTRACT WS-REFUND-AMT FROM WS-PRINCIPAL-PORTION
           PERFORM 0335-WRITE-REFUND-ROW
           PERFORM 0337-WRITE-REFUND-HISTORY.

       0335-WRITE-REFUND-ROW.
           MOVE LM-LOAN-ACCT-NO TO RF-LOAN-ACCT-NO
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND-AMT TO WS-REFUND-DOLLARS.

      ******************************************************************
      * The overage of a payoff or recovery check, on the ledger as a
      * REFUND row: the refund amount alone, no principal or
      * interest, and the loan balance it leaves (zero).  Escrow
      * refunds already carry their own ESCREFND row.
      ******************************************************************
       0337-WRITE-REFUND-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE "REFUND  "          TO LH-TRAN-TYPE
           MOVE PY-PAYMENT-DATE     TO LH-TRAN-DATE
           MOVE WS-REFUND-AMT       TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE WS-LH-PERIOD-ROLL   TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
      * A payment arriving against a charged-off account posts as a
      * recovery: the charged-off balance comes down, one register
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE WS-LH-PERIOD-ROLL   TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
      * One ledger row per escrow movement -- the caller sets
      * WS-LH-TRAN-TYPE, WS-LH-TRAN-DATE and WS-ESCROW-MOVED first.
      * The loan balance is carried unchanged; escrow never touches
      * it.
      ******************************************************************
       0385-WRITE-ESCROW-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE WS-LH-TRAN-TYPE     TO LH-TRAN-TYPE
           MOVE WS-LH-TRAN-DATE     TO LH-TRAN-DATE
           MOVE WS-ESCROW-MOVED     TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE WS-LH-PERIOD-ROLL   TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp the ledger rows carry -- so LoanMasterBackout
      * can undo exactly this run's changes to it.
      ******************************************************************
       0390-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "PaymentPosting"   TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS          TO BI-RUN-TS
               MOVE "R"                TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO    TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

      ******************************************************************
      * Backs the night's bounced payments out of the master before
      * the delinquency aging runs, so a reversed loan re-ages into
               PERFORM 0408-MATCH-ORIGINAL-SPLITS
               OPEN EXTEND NSF-LOG-FILE
               OPEN EXTEND LOAN-HISTORY-FILE
               OPEN EXTEND POSTING-SUSPENSE-FILE
               PERFORM VARYING VR-IDX FROM 1 BY 1
                       UNTIL VR-IDX > WS-VR-COUNT
                   PERFORM 0415-CHECK-REVERSAL-PERIOD
                   IF PK-TO-SUSPENSE
                       PERFORM 0417-SUSPEND-REVERSAL
                   ELSE
                       PERFORM 0420-REVERSE-ONE-PAYMENT
                   END-IF
               END-PERFORM
               CLOSE NSF-LOG-FILE
               CLOSE LOAN-HISTORY-FILE
               CLOSE POSTING-SUSPENSE-FILE
           END-IF
           MOVE SPACES TO WS-LH-PERIOD-ROLL.

      ******************************************************************
      * Buffers the night's REVERSLS rows.  No REVERSLS dataset
                               WS-VR-PRINCIPAL (VR-IDX)
                           MOVE ZERO TO WS-VR-INTEREST (VR-IDX)
                           MOVE "N" TO WS-VR-SPLIT-SW (VR-IDX)
                           MOVE ZERO TO WS-VR-ESCROW (VR-IDX)
                           MOVE "N" TO WS-VR-ESC-PEND-SW (VR-IDX)
                           SET VR-IDX UP BY 1
                           ADD 1 TO WS-VR-COUNT
                           END-IF
      * One pass of the permanent ledger pairing each reversal with
      * its original PAYMENT row (same account, date and amount) to
      * recover the split the posting run applied; the latest match
      * wins.  An ESCROW row for the same account and date straight
      * after a matched PAYMENT row is that payment's escrow share.
      * A payment that was rolled out of a closed month matches on
      * the date it arrived with.
      ******************************************************************
       0408-MATCH-ORIGINAL-SPLITS.
           OPEN INPUT LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           EVALUATE LH-TRAN-TYPE
                               WHEN "PAYMENT "
                                   PERFORM 0409-MATCH-ONE-LEDGER-ROW
                               WHEN "ESCROW  "
                                   PERFORM 0411-MATCH-ESCROW-ROW
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           PERFORM VARYING VR-IDX FROM 1 BY 1
                   UNTIL VR-IDX > WS-VR-COUNT
               IF LH-LOAN-ACCT-NO = WS-VR-LOAN-ACCT-NO (VR-IDX)
                  AND (LH-TRAN-DATE = WS-VR-ORIG-DATE (VR-IDX)
                   OR LH-ROLLED-FROM-DATE = WS-VR-ORIG-DATE (VR-IDX))
                  AND LH-TRAN-AMT = WS-VR-ORIG-AMT (VR-IDX)
                   MOVE LH-PRINCIPAL-AMT
                       TO WS-VR-PRINCIPAL (VR-IDX)
                   MOVE LH-INTEREST-AMT
                       TO WS-VR-INTEREST (VR-IDX)
                   MOVE "Y" TO WS-VR-SPLIT-SW (VR-IDX)
                   MOVE ZERO TO WS-VR-ESCROW (VR-IDX)
                   MOVE "Y" TO WS-VR-ESC-PEND-SW (VR-IDX)
               ELSE
                   MOVE "N" TO WS-VR-ESC-PEND-SW (VR-IDX)
               END-IF
           END-PERFORM.

       0411-MATCH-ESCROW-ROW.
           PERFORM VARYING VR-IDX FROM 1 BY 1
                   UNTIL VR-IDX > WS-VR-COUNT
               IF WS-VR-ESC-PEND-SW (VR-IDX) = "Y"
                  AND LH-LOAN-ACCT-NO = WS-VR-LOAN-ACCT-NO (VR-IDX)
                  AND (LH-TRAN-DATE = WS-VR-ORIG-DATE (VR-IDX)
                   OR LH-ROLLED-FROM-DATE = WS-VR-ORIG-DATE (VR-IDX))
                   MOVE LH-TRAN-AMT TO WS-VR-ESCROW (VR-IDX)
               END-IF
               MOVE "N" TO WS-VR-ESC-PEND-SW (VR-IDX)
           END-PERFORM.

      ******************************************************************
      * A reversal always posts at the business date; one backing
      * out a payment dated in a closed month is checked against
      * that month.  Rolled, its REVERSAL and ESCRVSL rows carry the
      * roll flag and the original payment date; suspended, it is
      * set aside on POSTSUSP and NSFLOG shows it so, with nothing
      * backed out.
      ******************************************************************
       0415-CHECK-REVERSAL-PERIOD.
           MOVE "LOANSVC "               TO PK-LEDGER-CODE
           MOVE WS-VR-ORIG-DATE (VR-IDX) TO PK-ITEM-DATE
           MOVE WS-TODAY-DATE            TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           MOVE SPACES TO WS-LH-PERIOD-ROLL
           IF PK-ROLL-FORWARD
               MOVE "R"                      TO WS-LH-ROLL-FLAG
               MOVE WS-VR-ORIG-DATE (VR-IDX) TO WS-LH-ROLLED-FROM
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.

       0417-SUSPEND-REVERSAL.
           MOVE "SUSPENSE" TO NL-DISPOSITION
           PERFORM 0440-WRITE-NSF-LOG
           MOVE WS-VR-LOAN-ACCT-NO (VR-IDX) TO WS-PI-LOAN-ACCT-NO
           MOVE WS-VR-ORIG-DATE (VR-IDX)    TO WS-PI-ORIG-DATE
           MOVE WS-VR-ORIG-AMT (VR-IDX)     TO WS-PI-ORIG-AMT
           MOVE WS-VR-NSF-REASON (VR-IDX)   TO WS-PI-NSF-REASON
           MOVE "LOANSVC "                  TO PS-LEDGER-CODE
           MOVE "PaymentPosting"            TO PS-POSTING-PROGRAM
           MOVE WS-VR-LOAN-ACCT-NO (VR-IDX) TO PS-ITEM-KEY
           MOVE WS-VR-ORIG-DATE (VR-IDX)    TO PS-ITEM-DATE
           COMPUTE PS-ITEM-AMT = WS-VR-ORIG-AMT (VR-IDX) * -1
           MOVE PK-REASON                   TO PS-REASON
           MOVE WS-CYCLE-NUMBER             TO PS-CYCLE-NUMBER
           MOVE WS-RUN-TS                   TO PS-TIMESTAMP
           MOVE WS-PV-IMAGE                 TO PS-ITEM-IMAGE
           WRITE POSTING-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD PS-ITEM-AMT TO WS-SUSPENSE-DOLLARS.

       0410-READ-LOAN-FOR-REVERSAL.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE WS-VR-LOAN-ACCT-NO (VR-IDX) TO LM-LOAN-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
                   IF LM-LOAN-STATUS = "OPEN"
                      OR LM-LOAN-STATUS = "CLOSED"
                       MOVE "Y" TO WS-LM-FOUND-SW
      * on the NSFLOG with its reason, and applied ones get a
      * REVERSAL row on the permanent ledger carrying the same
      * split the original PAYMENT row carried, so the GL feed can
      * reverse the interest income too.  An escrow share the
      * bounced check funded comes back off the escrow balance with
      * an ESCRVSL row of its own.
      ******************************************************************
       0420-REVERSE-ONE-PAYMENT.
           PERFORM 0410-READ-LOAN-FOR-REVERSAL
               MOVE "APPLIED " TO NL-DISPOSITION
               PERFORM 0440-WRITE-NSF-LOG
               PERFORM 0450-WRITE-REVERSAL-HISTORY
               IF WS-VR-ESCROW (VR-IDX) > ZERO
                   PERFORM 0430-REVERSE-ESCROW-SHARE
               END-IF
               PERFORM 0390-REWRITE-LOAN-MASTER
               ADD 1 TO WS-REVERSED-COUNT
           END-IF.

      ******************************************************************
      * The escrow account is read whatever its status -- a bounced
      * payoff may already have closed it.
      ******************************************************************
       0430-REVERSE-ESCROW-SHARE.
           IF WS-ES-OPEN
               MOVE LM-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-VR-ESCROW (VR-IDX)
                           FROM ES-ESCROW-BALANCE
                       REWRITE ESCROW-RECORD
                       MOVE "ESCRVSL "    TO WS-LH-TRAN-TYPE
                       MOVE WS-TODAY-DATE TO WS-LH-TRAN-DATE
                       MOVE WS-VR-ESCROW (VR-IDX) TO WS-ESCROW-MOVED
                       PERFORM 0385-WRITE-ESCROW-HISTORY
                       ADD WS-VR-ESCROW (VR-IDX) TO WS-ESCROW-REVERSED
               END-READ
           END-IF.

       0440-WRITE-NSF-LOG.
           MOVE WS-VR-LOAN-ACCT-NO (VR-IDX) TO NL-LOAN-ACCT-NO
           MOVE WS-VR-ORIG-DATE (VR-IDX)  TO NL-ORIG-PAYMENT-DATE
           MOVE LM-CURRENT-BALANCE       TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"         TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS                TO LH-TIMESTAMP
           MOVE WS-LH-PERIOD-ROLL        TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
               END-IF
           END-PERFORM.

      ******************************************************************
      * No SVCHOLD dataset just means nobody has ever been put on
      * hold and fees are assessed as always.  Any other open
      * failure stops the run with RC 12 before aging -- a fee must
      * never land on a held loan because the hold file couldn't be
      * read.
      ******************************************************************
       0498-OPEN-SERVICING-HOLDS.
           MOVE "N" TO WS-SH-OPEN-SW
           OPEN INPUT SERVICING-HOLD-FILE
           EVALUATE WS-SH-FS
               WHEN "00"
                   MOVE "Y" TO WS-SH-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PaymentPosting: SVCHOLD OPEN FAILED FS="
                       WS-SH-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the loan's servicing hold.  WS-SH-IN-FORCE
      * is "Y" only for an ACTIVE hold that has started and hasn't
      * reached its end date.
      ******************************************************************
       0499-CHECK-SERVICING-HOLD.
           MOVE "N" TO WS-SH-IN-FORCE-SW
           IF WS-SH-OPEN
               MOVE LM-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
               READ SERVICING-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SH-ACTIVE
                          AND SH-START-DATE <= WS-TODAY-DATE
                          AND (SH-END-DATE = ZERO
                               OR SH-END-DATE >= WS-TODAY-DATE)
                           MOVE "Y" TO WS-SH-IN-FORCE-SW
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Ages every loan still OPEN after posting, in one keyed
      * front-to-back pass of the master.  The schedule says one
           OPEN OUTPUT DELINQUENCY-FILE
           OPEN OUTPUT FEE-REGISTER-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN EXTEND HOLD-EXCEPTION-FILE
           MOVE WS-TODAY-DATE (1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-DATE (5:2) TO WS-TODAY-MONTH
           MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
                   NOT AT END
                       IF LM-LOAN-STATUS = "OPEN"
                           MOVE "N" TO WS-ROW-CHANGED-SW
                           MOVE LOAN-MASTER-RECORD
                               TO WS-LM-BEFORE-IMAGE
                           PERFORM 0550-AGE-ONE-LOAN
                           IF WS-ROW-CHANGED
                               PERFORM 0390-REWRITE-LOAN-MASTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELINQUENCY-FILE
           CLOSE FEE-REGISTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE HOLD-EXCEPTION-FILE.

      ******************************************************************
      * A loan in forbearance isn't aged at all while the plan is in
      * force -- no DELINQ row, so no late fee either.  A plan that
      * has reached its end date is settled first and the loan then
      * ages from the plan's end.
      ******************************************************************
       0550-AGE-ONE-LOAN.
           PERFORM 0197-READ-FORBEARANCE
           IF WS-FR-IN-FORCE
               ADD 1 TO WS-FORBORNE-COUNT
           ELSE
               IF WS-FR-FOUND AND FR-ACTIVE
                  AND FR-END-DATE <= WS-TODAY-DATE
                   PERFORM 0570-END-FORBEARANCE
               END-IF
               PERFORM 0555-AGE-FROM-BASE
           END-IF.

      ******************************************************************
      * A restructured loan ages from its modification's effective
      * date, with only the payments made since the restructure
      * counted against the installments due since -- the past-due
      * clock actually stops at the workout instead of the system
      * aging the customer straight through it.  A loan out of
      * forbearance ages the same way from its plan's end date, when
      * that is the later of the two.  Everyone else ages from the
      * open date as always.
      ******************************************************************
       0555-AGE-FROM-BASE.
           PERFORM 0495-FIND-MODLOG-ROW
           IF WS-MO-FOUND
              AND WS-MO-EFFECTIVE-DATE (MO-IDX) > ZERO
               MOVE LM-OPEN-DATE (5:2) TO WS-BASE-MONTH
               MOVE ZERO TO WS-BASE-PAYMENTS
           END-IF
           COMPUTE WS-BASE-YYYYMM = WS-BASE-YEAR * 100 + WS-BASE-MONTH
           IF WS-FR-FOUND AND FR-ENDED
              AND FR-END-DATE (1:6) > WS-BASE-YYYYMM
               MOVE FR-END-DATE (1:4) TO WS-BASE-YEAR
               MOVE FR-END-DATE (5:2) TO WS-BASE-MONTH
               MOVE FR-PAYMENTS-AT-END TO WS-BASE-PAYMENTS
           END-IF
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-TODAY-YEAR - WS-BASE-YEAR) * 12
               + WS-TODAY-MONTH - WS-BASE-MONTH
               PERFORM 0600-WRITE-DELINQUENCY
           END-IF.

      ******************************************************************
      * Settles a plan that has run its course (or was canceled to
      * end today).  Capitalized interest goes onto the balance with
      * a FORBCAP ledger row the GL feed books like an accrual;
      * deferred interest moves to the plan's deferred bucket for
      * payoff with a FORBDEFR memo row that leaves the balance
      * alone.  The payments-made count at the end is what the aging
      * counts from here on.
      ******************************************************************
       0570-END-FORBEARANCE.
           IF FR-CAPITALIZE
               ADD FR-ACCRUED-INTEREST TO LM-CURRENT-BALANCE
               MOVE "Y" TO WS-ROW-CHANGED-SW
               MOVE "FORBCAP " TO WS-LH-TRAN-TYPE
               ADD FR-ACCRUED-INTEREST TO WS-FORB-CAPITALIZED
           ELSE
               ADD FR-ACCRUED-INTEREST TO FR-DEFERRED-INTEREST
               MOVE "FORBDEFR" TO WS-LH-TRAN-TYPE
               ADD FR-ACCRUED-INTEREST TO WS-FORB-DEFERRED
           END-IF
           MOVE FR-ACCRUED-INTEREST TO WS-FR-MOVED
           MOVE WS-TODAY-DATE TO WS-LH-TRAN-DATE
           PERFORM 0590-WRITE-FORBEARANCE-HISTORY
           MOVE ZERO             TO FR-ACCRUED-INTEREST
           MOVE LM-PAYMENTS-MADE TO FR-PAYMENTS-AT-END
           MOVE "ENDED   "       TO FR-STATUS
           REWRITE FORBEARANCE-PLAN-RECORD
           ADD 1 TO WS-FORB-ENDED-COUNT.

      ******************************************************************
      * One ledger row per forbearance interest movement -- the
      * caller sets WS-LH-TRAN-TYPE, WS-LH-TRAN-DATE and WS-FR-MOVED
      * first.  The amount is all interest.
      ******************************************************************
       0590-WRITE-FORBEARANCE-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE WS-LH-TRAN-TYPE     TO LH-TRAN-TYPE
           MOVE WS-LH-TRAN-DATE     TO LH-TRAN-DATE
           MOVE WS-FR-MOVED         TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE WS-FR-MOVED         TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE WS-LH-PERIOD-ROLL   TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0600-WRITE-DELINQUENCY.
           MOVE LM-LOAN-ACCT-NO    TO DL-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO DL-CUST-ID
      * every night.  The fee rides on the balance (so it collects
      * with the loan) and on the separate LATEFEES fee balance (so
      * payoff and bureau can split it back out), with one FEEREG
      * register row per assessment for the branch.  A loan under a
      * servicing hold has the fee waived, not deferred: the
      * installments are marked fee'd so nothing is charged when
      * the hold lifts, and the waived fee is listed on HOLDEXCP.
      ******************************************************************
       0650-ASSESS-LATE-FEE.
           PERFORM 0480-FIND-FEE-ROW
               ELSE
                   MOVE WS-PAYMENTS-BEHIND TO WS-NEWLY-MISSED
               END-IF
               IF WS-NEWLY-MISSED > ZERO
                   PERFORM 0499-CHECK-SERVICING-HOLD
                   IF WS-SH-IN-FORCE
                       PERFORM 0670-WAIVE-HELD-FEE
                       MOVE ZERO TO WS-NEWLY-MISSED
                   END-IF
               END-IF
               IF WS-NEWLY-MISSED > ZERO
                   COMPUTE WS-FEE-CHARGED =
                       WS-LATE-FEE-AMT * WS-NEWLY-MISSED
           MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER
           MOVE "PaymentPosting"   TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS          TO LH-TIMESTAMP
           MOVE SPACES             TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0670-WAIVE-HELD-FEE.
           MOVE WS-EXPECTED-PAYMENTS
               TO WS-FB-LAST-INST-FEED (FB-IDX)
           MOVE WS-TODAY-DATE      TO HX-RUN-DATE
           MOVE "PaymentPosting"   TO HX-PROGRAM-ID
           MOVE LM-LOAN-ACCT-NO    TO HX-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO HX-CUST-ID
           MOVE SH-HOLD-TYPE       TO HX-HOLD-TYPE
           MOVE SH-START-DATE      TO HX-HOLD-START-DATE
           MOVE "LATE FEE WAIVED"  TO HX-ACTION-SUPPRESSED
           COMPUTE HX-AMOUNT = WS-LATE-FEE-AMT * WS-NEWLY-MISSED
           WRITE HOLD-EXCEPTION-RECORD
           ADD 1 TO WS-SH-SUPPRESSED-COUNT.

      ******************************************************************
      * Full-file rewrite of the per-loan fee control file with
      * tonight's assessments applied, the same persisted-file
           DISPLAY "PAYMENTS REVERSED:   " WS-REVERSED-COUNT
           DISPLAY "REVERSALS REJECTED:  " WS-RVSL-REJECT-COUNT
           DISPLAY "LATE FEES ASSESSED:  " WS-FEE-COUNT
           DISPLAY "LATE FEE DOLLARS:    " WS-FEE-DOLLARS
           DISPLAY "FEES WAIVED ON HOLD: " WS-SH-SUPPRESSED-COUNT
           DISPLAY "LOANS IN FORBEARANCE:" WS-FORBORNE-COUNT
           DISPLAY "FORBEARANCES ENDED:  " WS-FORB-ENDED-COUNT
           DISPLAY "FORB INT CAPITALIZED:" WS-FORB-CAPITALIZED
           DISPLAY "FORB INT DEFERRED:   " WS-FORB-DEFERRED
           DISPLAY "FORB INT COLLECTED:  " WS-FORB-COLLECTED
           DISPLAY "ESCROW COLLECTED:    " WS-ESCROW-COLLECTED
           DISPLAY "ESCROW REVERSED:     " WS-ESCROW-REVERSED
           DISPLAY "ESCROW ACCTS CLOSED: " WS-ESCROW-CLOSED-COUNT
           DISPLAY "ROLLED FROM CLOSED:  " WS-ROLLED-COUNT
           DISPLAY "SENT TO SUSPENSE:    " WS-SUSPENSE-COUNT
           DISPLAY "SUSPENSE DOLLARS:    " WS-SUSPENSE-DOLLARS.
