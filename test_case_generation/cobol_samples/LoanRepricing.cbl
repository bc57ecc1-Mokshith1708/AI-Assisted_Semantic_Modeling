       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanRepricing.

      ******************************************************************
      * Daily adjustable-rate repricing.  One pass down the keyed
      * VRTERMS file; for each loan on index pricing whose loan is
      * still OPEN:
      *   - on (or after a missed run, the first run after) its reset
      *     date the new note rate is the INDEXRT value in force on
      *     the reset date plus the margin, held to the periodic cap
      *     around the old rate and inside the floor and lifetime
      *     cap.  LM-BOOKED-RATE takes the new rate at once, so the
      *     accrual and the payment split charge it from the reset;
      *     the principal-and-interest payment is re-amortized over
      *     the remaining term from the current balance the same
      *     level-payment way LoanBooking fixes it.  A RATECHG row
      *     goes on LOANHIST and a rate-change notice goes on
      *     RATENTC, and the new payment is scheduled to take effect
      *     45 days after the notice -- the borrower always hears
      *     45 days before the payment changes.  A reset whose rate
      *     and payment both come out unchanged just steps forward.
      *   - on its payment change date the scheduled payment replaces
      *     the old one inside LM-INSTALLMENT-AMT, leaving any
      *     escrow portion riding in the installment untouched.
      * A reset with no published index value on or before its date
      * is held for a later run and listed in the job log.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIABLE-RATE-TERMS-FILE
               ASSIGN TO "VRTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-LOAN-ACCT-NO
               FILE STATUS IS WS-VT-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT INDEX-RATE-FILE
               ASSIGN TO "INDEXRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FS.

           SELECT RATE-NOTICE-FILE
               ASSIGN TO "RATENTC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIABLE-RATE-TERMS-FILE.
           COPY VRTERMS.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  INDEX-RATE-FILE.
           COPY INDEXRT.

       FD  RATE-NOTICE-FILE.
       01  RATE-NOTICE-RECORD.
           05  NC-LOAN-ACCT-NO       PIC X(12).
           05  NC-CUST-ID            PIC X(10).
           05  NC-BRANCH-CODE        PIC X(04).
           05  NC-INDEX-CODE         PIC X(08).
           05  NC-INDEX-RATE         PIC 9(02)V99.
           05  NC-MARGIN             PIC 9(02)V99.
           05  NC-OLD-RATE           PIC 9(02)V99.
           05  NC-NEW-RATE           PIC 9(02)V99.
           05  NC-RATE-EFFECTIVE     PIC 9(08).
           05  NC-OLD-PAYMENT        PIC 9(07)V99.
           05  NC-NEW-PAYMENT        PIC 9(07)V99.
           05  NC-PAYMENT-EFFECTIVE  PIC 9(08).
           05  NC-REMAINING-MONTHS   PIC 9(03).
           05  NC-NOTICE-DATE        PIC 9(08).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-VT-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-ES-FS                 PIC X(02).
       01  WS-IR-FS                 PIC X(02).
       01  WS-VT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-VT-EOF            VALUE "Y".
       01  WS-IR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-IR-EOF            VALUE "Y".
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".
       01  WS-ES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-ES-OPEN           VALUE "Y".
       01  WS-VT-CHANGED-SW         PIC X(01) VALUE "N".
           88  WS-VT-CHANGED        VALUE "Y".

      ******************************************************************
      * Every published index value, loaded once.  The value in
      * force on a date is the row for the index with the latest
      * effective date on or before it.
      ******************************************************************
       01  WS-INDEX-AREA.
           05  WS-IX-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-IX-ROW OCCURS 500 TIMES
                             INDEXED BY IX-IDX.
               10  WS-IX-INDEX-CODE      PIC X(08).
               10  WS-IX-EFFECTIVE-DATE  PIC 9(08).
               10  WS-IX-INDEX-RATE      PIC S9(02)V9(02) COMP-3.
       01  WS-IX-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-IX-FOUND          VALUE "Y".
       01  WS-IX-BEST-DATE          PIC 9(08).
       01  WS-INDEX-RATE            PIC S9(02)V9(02) COMP-3.

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-RESET-DATE            PIC 9(08).
       01  WS-OLD-RATE              PIC S9(02)V9(02) COMP-3.
       01  WS-NEW-RATE              PIC S9(02)V9(02) COMP-3.
       01  WS-RATE-LIMIT            PIC S9(02)V9(02) COMP-3.
       01  WS-PRIOR-PI              PIC S9(07)V99 COMP-3.
       01  WS-NEW-PI                PIC S9(07)V99 COMP-3.
       01  WS-PAYMENT-CHANGE-DATE   PIC 9(08).

      ******************************************************************
      * Re-amortization fields -- the same level-payment math
      * LoanBooking's 0340-COMPUTE-INSTALLMENT runs, over the months
      * left rather than the full term.
      ******************************************************************
       01  WS-REMAINING-MONTHS      PIC S9(03) COMP.
       01  WS-MONTHLY-RATE          PIC S9(03)V9(08) COMP-3.
       01  WS-RATE-POWER            PIC S9(05)V9(08) COMP-3.

      ******************************************************************
      * Stepping the reset date forward by whole months; reset days
      * are held to the 28th by VariableRateMaint, so the stepped
      * date is always real.
      ******************************************************************
       01  WS-STEP-DATE.
           05  WS-STEP-YEAR         PIC 9(04).
           05  WS-STEP-MONTH        PIC 9(02).
           05  WS-STEP-DAY          PIC 9(02).
       01  WS-STEP-MONTHS           PIC 9(05) COMP.

       01  WS-RESET-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-UNCHANGED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-PAYMENT-CHANGE-COUNT  PIC 9(07) COMP VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed terms file or
      * loan master can't be opened or INDEXRATE overflows its
      * table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0140-LOAD-INDEX-RATES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT RATE-NOTICE-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           PERFORM 0200-REPRICE-LOANS
           CLOSE RATE-NOTICE-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE VARIABLE-RATE-TERMS-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-ES-OPEN
               CLOSE ESCROW-FILE
           END-IF
           DISPLAY "===== LoanRepricing CONTROL TOTALS ====="
           DISPLAY "RATES RESET:         " WS-RESET-COUNT
           DISPLAY "RESETS UNCHANGED:    " WS-UNCHANGED-COUNT
           DISPLAY "RESETS HELD NO INDEX:" WS-HELD-COUNT
           DISPLAY "NOTICES WRITTEN:     " WS-NOTICE-COUNT
           DISPLAY "PAYMENTS CHANGED:    " WS-PAYMENT-CHANGE-COUNT
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
      * No INDEXRATE dataset just means nothing has been published
      * yet -- every reset due is held, none is guessed at.
      ******************************************************************
       0140-LOAD-INDEX-RATES.
           OPEN INPUT INDEX-RATE-FILE
           IF WS-IR-FS = "00"
               MOVE "N" TO WS-IR-EOF-SW
               SET IX-IDX TO 1
               PERFORM UNTIL WS-IR-EOF
                   READ INDEX-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-IR-EOF-SW
                       NOT AT END
                           IF WS-IX-COUNT >= 500
                               DISPLAY "LoanRepricing: INDEXRATE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-IR-EOF-SW
                           ELSE
                               MOVE IR-INDEX-CODE TO
                                   WS-IX-INDEX-CODE (IX-IDX)
                               MOVE IR-EFFECTIVE-DATE TO
                                   WS-IX-EFFECTIVE-DATE (IX-IDX)
                               MOVE IR-INDEX-RATE TO
                                   WS-IX-INDEX-RATE (IX-IDX)
                               SET IX-IDX UP BY 1
                               ADD 1 TO WS-IX-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-RATE-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed terms file and loan master I-O; anything
      * wrong with either fails the run with RC 12.  The escrow file
      * is optional -- without it no installment carries escrow and
      * the whole installment is principal and interest.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O VARIABLE-RATE-TERMS-FILE
           IF WS-VT-FS NOT = "00"
               DISPLAY "LoanRepricing: VRTERMS OPEN FAILED FS="
                   WS-VT-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN I-O LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "LoanRepricing: LOANMAST OPEN FAILED FS="
                       WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE VARIABLE-RATE-TERMS-FILE
               END-IF
           END-IF
           IF RUN-RETURN-CODE = ZERO
               OPEN INPUT ESCROW-FILE
               IF WS-ES-FS = "00"
                   MOVE "Y" TO WS-ES-OPEN-SW
               END-IF
           END-IF.

       0200-REPRICE-LOANS.
           MOVE LOW-VALUES TO VT-LOAN-ACCT-NO
           START VARIABLE-RATE-TERMS-FILE
               KEY IS GREATER THAN VT-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-VT-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-VT-EOF-SW
           END-START
           PERFORM UNTIL WS-VT-EOF
               READ VARIABLE-RATE-TERMS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-VT-EOF-SW
                   NOT AT END
                       PERFORM 0300-PROCESS-ONE-LOAN
               END-READ
           END-PERFORM.

      ******************************************************************
      * Payment change first, so a reset that falls on the same day
      * a previous reset's payment starts schedules its own change
      * against the payment now actually in the installment.
      ******************************************************************
       0300-PROCESS-ONE-LOAN.
           MOVE "N" TO WS-VT-CHANGED-SW
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE VT-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           IF WS-LM-FOUND
               IF VT-PAYMENT-CHANGE-DATE NOT = ZERO
                  AND VT-PAYMENT-CHANGE-DATE <= WS-TODAY-DATE
                   PERFORM 0350-APPLY-PAYMENT-CHANGE
               END-IF
               IF VT-NEXT-RESET-DATE <= WS-TODAY-DATE
                   PERFORM 0400-RESET-RATE
               END-IF
               IF WS-VT-CHANGED
                   REWRITE VARIABLE-RATE-TERMS-RECORD
                   REWRITE LOAN-MASTER-RECORD
               END-IF
           END-IF.

       0350-APPLY-PAYMENT-CHANGE.
           COMPUTE LM-INSTALLMENT-AMT =
               LM-INSTALLMENT-AMT - VT-PRIOR-PI + VT-PENDING-PI
           MOVE ZERO TO VT-PRIOR-PI
           MOVE ZERO TO VT-PENDING-PI
           MOVE ZERO TO VT-PAYMENT-CHANGE-DATE
           MOVE "Y" TO WS-VT-CHANGED-SW
           ADD 1 TO WS-PAYMENT-CHANGE-COUNT.

       0400-RESET-RATE.
           MOVE VT-NEXT-RESET-DATE TO WS-RESET-DATE
           PERFORM 0410-FIND-INDEX-RATE
           IF NOT WS-IX-FOUND
               DISPLAY "LoanRepricing: NO " VT-INDEX-CODE
                   " INDEX ON OR BEFORE " WS-RESET-DATE
                   " - RESET HELD FOR " VT-LOAN-ACCT-NO
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE LM-BOOKED-RATE TO WS-OLD-RATE
               PERFORM 0420-COMPUTE-NEW-RATE
               PERFORM 0430-FIND-PRIOR-PAYMENT
               PERFORM 0440-REAMORTIZE
               IF WS-NEW-RATE = WS-OLD-RATE
                  AND WS-NEW-PI = WS-PRIOR-PI
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM 0450-SCHEDULE-NEW-PAYMENT
               END-IF
               MOVE WS-RESET-DATE TO VT-LAST-RESET-DATE
               PERFORM 0480-STEP-RESET-DATE
               MOVE "Y" TO WS-VT-CHANGED-SW
           END-IF.

       0410-FIND-INDEX-RATE.
           MOVE "N" TO WS-IX-FOUND-SW
           MOVE ZERO TO WS-IX-BEST-DATE
           PERFORM VARYING IX-IDX FROM 1 BY 1
                   UNTIL IX-IDX > WS-IX-COUNT
               IF WS-IX-INDEX-CODE (IX-IDX) = VT-INDEX-CODE
                  AND WS-IX-EFFECTIVE-DATE (IX-IDX) <= WS-RESET-DATE
                  AND WS-IX-EFFECTIVE-DATE (IX-IDX) >= WS-IX-BEST-DATE
                   MOVE WS-IX-EFFECTIVE-DATE (IX-IDX)
                       TO WS-IX-BEST-DATE
                   MOVE WS-IX-INDEX-RATE (IX-IDX) TO WS-INDEX-RATE
                   MOVE "Y" TO WS-IX-FOUND-SW
               END-IF
           END-PERFORM.

      ******************************************************************
      * Index plus margin, then the periodic cap either side of the
      * old rate, then the lifetime ceiling and the floor.  A zero
      * cap, ceiling or floor is not in force.
      ******************************************************************
       0420-COMPUTE-NEW-RATE.
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + VT-MARGIN
           IF VT-PERIODIC-CAP > ZERO
               COMPUTE WS-RATE-LIMIT = WS-OLD-RATE + VT-PERIODIC-CAP
               IF WS-NEW-RATE > WS-RATE-LIMIT
                   MOVE WS-RATE-LIMIT TO WS-NEW-RATE
               END-IF
               COMPUTE WS-RATE-LIMIT = WS-OLD-RATE - VT-PERIODIC-CAP
               IF WS-NEW-RATE < WS-RATE-LIMIT
                   MOVE WS-RATE-LIMIT TO WS-NEW-RATE
               END-IF
           END-IF
           IF VT-LIFETIME-CAP > ZERO
              AND WS-NEW-RATE > VT-LIFETIME-CAP
               MOVE VT-LIFETIME-CAP TO WS-NEW-RATE
           END-IF
           IF VT-RATE-FLOOR > ZERO
              AND WS-NEW-RATE < VT-RATE-FLOOR
               MOVE VT-RATE-FLOOR TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF.

      ******************************************************************
      * The principal-and-interest payment now in the installment.
      * While an earlier reset's change is still waiting, that is
      * the prior payment it recorded; otherwise it is the
      * installment less any active escrow portion.
      ******************************************************************
       0430-FIND-PRIOR-PAYMENT.
           IF VT-PAYMENT-CHANGE-DATE NOT = ZERO
               MOVE VT-PRIOR-PI TO WS-PRIOR-PI
           ELSE
               MOVE LM-INSTALLMENT-AMT TO WS-PRIOR-PI
               IF WS-ES-OPEN
                   MOVE LM-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
                   READ ESCROW-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ES-ESCROW-STATUS = "ACTIVE  "
                               SUBTRACT ES-MONTHLY-ESCROW
                                   FROM WS-PRIOR-PI
                           END-IF
                   END-READ
               END-IF
           END-IF.

      ******************************************************************
      * Level payment that retires the current balance at the new
      * rate over the months left on the original term (never less
      * than one).
      ******************************************************************
       0440-REAMORTIZE.
           COMPUTE WS-REMAINING-MONTHS =
               LM-TENURE-YEARS * 12 - LM-PAYMENTS-MADE
           IF WS-REMAINING-MONTHS < 1
               MOVE 1 TO WS-REMAINING-MONTHS
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 100 / 12
           IF WS-MONTHLY-RATE = ZERO
               COMPUTE WS-NEW-PI ROUNDED =
                   LM-CURRENT-BALANCE / WS-REMAINING-MONTHS
           ELSE
               COMPUTE WS-RATE-POWER =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-MONTHS
               COMPUTE WS-NEW-PI ROUNDED =
                   LM-CURRENT-BALANCE * WS-MONTHLY-RATE
                   * WS-RATE-POWER / (WS-RATE-POWER - 1)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-NEW-PI
               END-COMPUTE
               IF WS-NEW-PI = ZERO
                   COMPUTE WS-NEW-PI ROUNDED =
                       LM-CURRENT-BALANCE / WS-REMAINING-MONTHS
               END-IF
           END-IF.

      ******************************************************************
      * The new rate takes effect on the reset date; the new payment
      * 45 days after the RATENTC notice written today -- a reset
      * picked up late by a missed run still gives the borrower the
      * full notice period.
      ******************************************************************
       0450-SCHEDULE-NEW-PAYMENT.
           MOVE WS-NEW-RATE TO LM-BOOKED-RATE
           COMPUTE WS-PAYMENT-CHANGE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + 45)
           MOVE WS-PRIOR-PI            TO VT-PRIOR-PI
           MOVE WS-NEW-PI              TO VT-PENDING-PI
           MOVE WS-PAYMENT-CHANGE-DATE TO VT-PAYMENT-CHANGE-DATE
           PERFORM 0460-WRITE-RATE-HISTORY
           PERFORM 0470-WRITE-NOTICE
           ADD 1 TO WS-RESET-COUNT.

       0460-WRITE-RATE-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE "RATECHG "          TO LH-TRAN-TYPE
           MOVE WS-RESET-DATE       TO LH-TRAN-DATE
           MOVE WS-NEW-PI           TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "LoanRepricing"     TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0470-WRITE-NOTICE.
           MOVE LM-LOAN-ACCT-NO        TO NC-LOAN-ACCT-NO
           MOVE LM-CUST-ID             TO NC-CUST-ID
           MOVE LM-BRANCH-CODE         TO NC-BRANCH-CODE
           MOVE VT-INDEX-CODE          TO NC-INDEX-CODE
           MOVE WS-INDEX-RATE          TO NC-INDEX-RATE
           MOVE VT-MARGIN              TO NC-MARGIN
           MOVE WS-OLD-RATE            TO NC-OLD-RATE
           MOVE WS-NEW-RATE            TO NC-NEW-RATE
           MOVE WS-RESET-DATE          TO NC-RATE-EFFECTIVE
           MOVE WS-PRIOR-PI            TO NC-OLD-PAYMENT
           MOVE WS-NEW-PI              TO NC-NEW-PAYMENT
           MOVE WS-PAYMENT-CHANGE-DATE TO NC-PAYMENT-EFFECTIVE
           MOVE WS-REMAINING-MONTHS    TO NC-REMAINING-MONTHS
           MOVE WS-TODAY-DATE          TO NC-NOTICE-DATE
           WRITE RATE-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       0480-STEP-RESET-DATE.
           MOVE VT-NEXT-RESET-DATE TO WS-STEP-DATE
           COMPUTE WS-STEP-MONTHS =
               WS-STEP-YEAR * 12 + WS-STEP-MONTH - 1
               + VT-RESET-MONTHS
           DIVIDE WS-STEP-MONTHS BY 12
               GIVING WS-STEP-YEAR REMAINDER WS-STEP-MONTH
           ADD 1 TO WS-STEP-MONTH
           MOVE WS-STEP-DATE TO VT-NEXT-RESET-DATE.
