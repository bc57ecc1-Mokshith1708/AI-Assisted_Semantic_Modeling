      * row per accrual ties the movement out for Finance.
      * LOANMAST is the keyed VSAM master now: the run is one READ
      * NEXT pass with a keyed REWRITE of just the rows it accrues.
      * A loan in a hardship forbearance plan on FORBPLAN accrues the
      * same month's interest, but onto the plan's accrued-interest
      * figure rather than the balance -- PaymentPosting capitalizes
      * or defers it when the plan ends.  Every master row the run
      * rewrites is journaled on LMBFIMG with its before image and
      * the RUNCTL cycle, so LoanMasterBackout can put a bad
      * accrual back without restoring the whole master.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT FORBEARANCE-PLAN-FILE
               ASSIGN TO "FORBPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-LOAN-ACCT-NO
               FILE STATUS IS WS-FR-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  FORBEARANCE-PLAN-FILE.
           COPY FORBPLAN.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY FORBWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).
       01  WS-BI-FS                 PIC X(02).

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-YYYYMM          PIC 9(06).
       01  WS-LAST-PAY-YYYYMM       PIC 9(06).

       01  WS-ACCRUED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-ACCRUED-DOLLARS       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-FORB-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-FORB-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master, the
      * forbearance plan file or the before-image journal can't be
      * opened.
      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-YYYYMM
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0160-OPEN-FORBEARANCE
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-BEFORE-IMAGE-FILE
               GOBACK
           END-IF
           PERFORM 0300-ACCRUE-INTEREST
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           IF WS-FR-OPEN
               CLOSE FORBEARANCE-PLAN-FILE
           END-IF
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
      * Opens the keyed master I-O for the run; anything wrong with
      * the open fails the run with RC 12 before a single loan is
      * touched, and so does a before-image journal that won't open.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
               DISPLAY "MonthlyInterestAccrual: LOANMAST OPEN"
                   " FAILED FS=" WS-LM-FS
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
               DISPLAY "MonthlyInterestAccrual: LMBFIMG OPEN FAILED FS="
                   WS-BI-FS
               CLOSE LOAN-MASTER-FILE
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Opens the keyed forbearance plan file I-O.  No FORBPLAN
      * dataset just means no plan has ever been granted; anything
      * else wrong with the open fails the run with RC 12 rather
      * than capitalizing a month's interest onto a loan the
      * borrower was told was paused.
      ******************************************************************
       0160-OPEN-FORBEARANCE.
           MOVE "N" TO WS-FR-OPEN-SW
           OPEN I-O FORBEARANCE-PLAN-FILE
           EVALUATE WS-FR-FS
               WHEN "00"
                   MOVE "Y" TO WS-FR-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MonthlyInterestAccrual: FORBPLAN OPEN"
                       " FAILED FS=" WS-FR-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the loan's forbearance plan.
      * WS-FR-IN-FORCE is "Y" only for an ACTIVE plan that has
      * started and hasn't reached its end date.
      ******************************************************************
       0170-READ-FORBEARANCE.
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

      ******************************************************************
      * paid this month already had its interest taken out of the
      * payment by PaymentPosting's split; a loan opened this month
      * hasn't owed a month's interest yet.  Everyone else OPEN
      * accrues and is rewritten in place -- except a loan with a
      * forbearance plan in force, whose month's interest goes onto
      * the plan row and leaves the balance and ledger untouched.
      ******************************************************************
       0300-ACCRUE-INTEREST.
           OPEN OUTPUT ACCRUAL-REGISTER-FILE
           CLOSE LOAN-HISTORY-FILE.

       0350-ACCRUE-ONE-LOAN.
           MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
           COMPUTE WS-MONTHLY-RATE =
               LM-BOOKED-RATE / 100 / 12
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               ON SIZE ERROR
                   MOVE ZERO TO WS-ACCRUED-INTEREST
           END-COMPUTE
           IF WS-ACCRUED-INTEREST > ZERO
               PERFORM 0170-READ-FORBEARANCE
           END-IF
           IF WS-ACCRUED-INTEREST > ZERO AND WS-FR-IN-FORCE
               ADD WS-ACCRUED-INTEREST TO FR-ACCRUED-INTEREST
               REWRITE FORBEARANCE-PLAN-RECORD
               ADD 1 TO WS-FORB-COUNT
               ADD WS-ACCRUED-INTEREST TO WS-FORB-DOLLARS
               MOVE ZERO TO WS-ACCRUED-INTEREST
           END-IF
           IF WS-ACCRUED-INTEREST > ZERO
               ADD WS-ACCRUED-INTEREST TO LM-CURRENT-BALANCE
               PERFORM 0390-REWRITE-LOAN-MASTER
               MOVE LM-LOAN-ACCT-NO    TO AC-LOAN-ACCT-NO
               MOVE LM-CUST-ID         TO AC-CUST-ID
               MOVE LM-BRANCH-CODE     TO AC-BRANCH-CODE
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "MonthlyInterestAccrual" TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
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
               MOVE "MonthlyInterestAccrual" TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS          TO BI-RUN-TS
               MOVE "R"                TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO    TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== MonthlyInterestAccrual CONTROL TOTALS ====="
           DISPLAY "LOANS ACCRUED:       " WS-ACCRUED-COUNT
           DISPLAY "INTEREST ACCRUED:    " WS-ACCRUED-DOLLARS
           DISPLAY "FORBEARANCE ACCRUALS:" WS-FORB-COUNT
           DISPLAY "FORBEARANCE INTEREST:" WS-FORB-DOLLARS.
