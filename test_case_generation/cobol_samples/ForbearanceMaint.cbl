       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForbearanceMaint.

      ******************************************************************
      * Hardship forbearance maintenance.  GRANT, EXTEND and CANCEL
      * transactions arrive on FORBTRAN and are applied to the keyed
      * FORBPLAN file that sits alongside LOANMAST -- the way to give
      * a borrower three months off after a disaster without the
      * permanent rate/term/installment change LoanModification
      * makes.  A plan runs whole months: from its start date's
      * month for FT-MONTHS months (twelve at most, extensions
      * included), ending on the first of the month payments
      * resume.  Only an OPEN loan can be granted a plan, a loan
      * can carry one ACTIVE plan at a time, and every transaction
      * needs an approver.  CANCEL of a plan not yet started drops
      * it; CANCEL of a plan in force ends it today, so tonight's
      * posting run settles its interest and the loan ages again
      * from next month.  PaymentPosting, MonthlyInterestAccrual and
      * PayoffQuote read the plans; every applied or rejected
      * transaction lands on FORBAUD with who changed what and
      * when.  The approver on each transaction must hold a role
      * entitled to FORBMNT on ENTITLE; anyone else's is rejected and
      * logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBEARANCE-TRAN-FILE
               ASSIGN TO "FORBTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORBEARANCE-PLAN-FILE
               ASSIGN TO "FORBPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-LOAN-ACCT-NO
               FILE STATUS IS WS-FR-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "FORBAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORBEARANCE-TRAN-FILE.
           COPY FORBTRAN.

       FD  FORBEARANCE-PLAN-FILE.
           COPY FORBPLAN.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-APPROVER-ID        PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-CUST-ID            PIC X(10).
           05  MA-START-DATE         PIC 9(08).
           05  MA-MONTHS             PIC 9(02).
           05  MA-END-DATE           PIC 9(08).
           05  MA-INTEREST-METHOD    PIC X(04).
           05  MA-OLD-STATUS         PIC X(08).
           05  MA-NEW-STATUS         PIC X(08).
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.
       COPY BIZDTWS.
       COPY FORBWS.

       01  WS-LM-FS              PIC X(02).
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).

      ******************************************************************
      * End-date arithmetic: the plan's months counted on from the
      * start month, landing on the first of the month after.
      ******************************************************************
       01  WS-MONTH-SERIAL       PIC 9(07) COMP.
       01  WS-END-YEAR           PIC 9(04).
       01  WS-END-MONTH          PIC 9(02).

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed plan file or loan
      * master can't be opened, or if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-TRANSACTIONS
           CLOSE FORBEARANCE-PLAN-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== ForbearanceMaint CONTROL TOTALS ====="
           DISPLAY "PLANS APPLIED:       " WS-APPLIED-COUNT
           DISPLAY "REJECTED:            " WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
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
      * Opens the keyed plan file I-O and the loan master for keyed
      * reads.  No FORBPLAN dataset yet just means no plan has ever
      * been granted -- the file is created empty, the same
      * first-run treatment the keyed loan master gets.  Anything
      * else wrong with either open fails the run with RC 12 before
      * a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O FORBEARANCE-PLAN-FILE
           IF WS-FR-FS = "35"
               OPEN OUTPUT FORBEARANCE-PLAN-FILE
               CLOSE FORBEARANCE-PLAN-FILE
               OPEN I-O FORBEARANCE-PLAN-FILE
           END-IF
           IF WS-FR-FS NOT = "00"
               DISPLAY "ForbearanceMaint: FORBPLAN OPEN FAILED FS="
                   WS-FR-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "ForbearanceMaint: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE FORBEARANCE-PLAN-FILE
               END-IF
           END-IF.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  FORBEARANCE-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ FORBEARANCE-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE FORBEARANCE-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

      ******************************************************************
      * Edits the transaction, reads the loan and its plan row, and
      * routes to the action.  A transaction that fails anywhere
      * along the way is rejected with the reason.
      ******************************************************************
       0300-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-OLD-STATUS
           MOVE SPACES TO LM-CUST-ID
           PERFORM 0305-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0310-EDIT-TRANSACTION
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE EC-REASON TO WS-EDIT-REASON
           END-IF
           IF WS-RECORD-VALID
               PERFORM 0330-READ-LOAN-AND-PLAN
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE FT-ACTION
                   WHEN "GRANT "
                       PERFORM 0500-APPLY-GRANT
                   WHEN "EXTEND"
                       PERFORM 0550-APPLY-EXTEND
                   WHEN "CANCEL"
                       PERFORM 0600-APPLY-CANCEL
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to FORBMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE FT-APPROVER-ID TO EC-OPERATOR-ID
           MOVE "FORBMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * An approver is required -- an unapproved forbearance is
      * exactly the verbal "we'll work with you" the plan file
      * exists to end.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN FT-APPROVER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "APPROVER MISSING" TO WS-EDIT-REASON
               WHEN FT-ACTION NOT = "GRANT "
                    AND FT-ACTION NOT = "EXTEND"
                    AND FT-ACTION NOT = "CANCEL"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN FT-LOAN-ACCT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN ACCOUNT MISSING" TO WS-EDIT-REASON
               WHEN FT-ACTION = "CANCEL"
                   CONTINUE
               WHEN FT-MONTHS NOT NUMERIC
                    OR FT-MONTHS = ZERO
                    OR FT-MONTHS > 12
                   MOVE "N" TO WS-VALID-SW
                   MOVE "MONTHS NOT 01-12" TO WS-EDIT-REASON
               WHEN FT-ACTION = "EXTEND"
                   CONTINUE
               WHEN FT-INTEREST-METHOD NOT = "CAPT"
                    AND FT-INTEREST-METHOD NOT = "DEFR"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INTEREST METHOD NOT CAPT DEFR"
                       TO WS-EDIT-REASON
               WHEN FT-START-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "START DATE NOT NUMERIC" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * The loan must be on the master and OPEN; its plan row, if
      * it has one, is left in the record area for the action.
      ******************************************************************
       0330-READ-LOAN-AND-PLAN.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE FT-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO LM-CUST-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ON MASTER" TO WS-EDIT-REASON
               WHEN LM-LOAN-STATUS NOT = "OPEN"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN IS NOT OPEN" TO WS-EDIT-REASON
           END-EVALUATE
           MOVE "N" TO WS-FR-FOUND-SW
           MOVE FT-LOAN-ACCT-NO TO FR-LOAN-ACCT-NO
           READ FORBEARANCE-PLAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FR-FOUND-SW
                   MOVE FR-STATUS TO WS-OLD-STATUS
           END-READ.

      ******************************************************************
      * A new plan.  A loan's earlier ENDED or CANCELED row is
      * reused, carrying forward any deferred interest it still
      * owes; the payments-made count at grant is kept so the
      * month-end accrual and the plan-end settlement can see what
      * was paid during the plan.
      ******************************************************************
       0500-APPLY-GRANT.
           IF WS-FR-FOUND AND FR-ACTIVE
               MOVE "LOAN ALREADY IN FORBEARANCE" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF NOT WS-FR-FOUND
                   MOVE ZERO TO FR-DEFERRED-INTEREST
               END-IF
               MOVE LM-LOAN-ACCT-NO    TO FR-LOAN-ACCT-NO
               MOVE LM-CUST-ID         TO FR-CUST-ID
               IF FT-START-DATE = ZERO
                   MOVE WS-TODAY-DATE  TO FR-START-DATE
               ELSE
                   MOVE FT-START-DATE  TO FR-START-DATE
               END-IF
               MOVE FT-MONTHS          TO FR-MONTHS
               PERFORM 0520-COMPUTE-END-DATE
               MOVE FT-INTEREST-METHOD TO FR-INTEREST-METHOD
               MOVE "ACTIVE  "         TO FR-STATUS
               MOVE LM-PAYMENTS-MADE   TO FR-PAYMENTS-AT-START
               MOVE ZERO               TO FR-PAYMENTS-AT-END
               MOVE ZERO               TO FR-ACCRUED-INTEREST
               MOVE FT-APPROVER-ID     TO FR-APPROVER-ID
               MOVE WS-TODAY-DATE      TO FR-SET-DATE
               MOVE FT-REASON          TO FR-REASON
               IF WS-FR-FOUND
                   REWRITE FORBEARANCE-PLAN-RECORD
               ELSE
                   WRITE FORBEARANCE-PLAN-RECORD
               END-IF
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * FR-MONTHS whole months on from the start month, landing on
      * the first of the month payments resume -- a three-month
      * plan started any day in March ends 1 June.
      ******************************************************************
       0520-COMPUTE-END-DATE.
           MOVE FR-START-DATE (1:4) TO WS-END-YEAR
           MOVE FR-START-DATE (5:2) TO WS-END-MONTH
           COMPUTE WS-MONTH-SERIAL =
               WS-END-YEAR * 12 + WS-END-MONTH - 1 + FR-MONTHS
           DIVIDE WS-MONTH-SERIAL BY 12
               GIVING WS-END-YEAR REMAINDER WS-END-MONTH
           ADD 1 TO WS-END-MONTH
           COMPUTE FR-END-DATE =
               WS-END-YEAR * 10000 + WS-END-MONTH * 100 + 1.

      ******************************************************************
      * More months on a plan already granted, up to twelve in all.
      ******************************************************************
       0550-APPLY-EXTEND.
           EVALUATE TRUE
               WHEN NOT WS-FR-FOUND OR NOT FR-ACTIVE
                   MOVE "LOAN NOT IN FORBEARANCE" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN FR-MONTHS + FT-MONTHS > 12
                   MOVE "PLAN WOULD EXCEED 12 MONTHS"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN FR-END-DATE <= WS-TODAY-DATE
                   MOVE "PLAN ALREADY AT ITS END" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   ADD FT-MONTHS       TO FR-MONTHS
                   PERFORM 0520-COMPUTE-END-DATE
                   MOVE FT-APPROVER-ID TO FR-APPROVER-ID
                   MOVE WS-TODAY-DATE  TO FR-SET-DATE
                   IF FT-REASON NOT = SPACES
                       MOVE FT-REASON  TO FR-REASON
                   END-IF
                   REWRITE FORBEARANCE-PLAN-RECORD
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

      ******************************************************************
      * A plan that hasn't started yet is simply dropped.  One in
      * force ends today and stays ACTIVE, so tonight's posting run
      * settles the interest it built up exactly as if it had run
      * its course.
      ******************************************************************
       0600-APPLY-CANCEL.
           IF NOT WS-FR-FOUND OR NOT FR-ACTIVE
               MOVE "LOAN NOT IN FORBEARANCE" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF FR-START-DATE > WS-TODAY-DATE
                   MOVE "CANCELED" TO FR-STATUS
               ELSE
                   IF FR-END-DATE > WS-TODAY-DATE
                       MOVE WS-TODAY-DATE TO FR-END-DATE
                   END-IF
               END-IF
               MOVE FT-APPROVER-ID TO FR-APPROVER-ID
               MOVE WS-TODAY-DATE  TO FR-SET-DATE
               REWRITE FORBEARANCE-PLAN-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0710-WRITE-APPLIED-AUDIT.
           MOVE FT-APPROVER-ID     TO MA-APPROVER-ID
           MOVE FT-ACTION          TO MA-ACTION
           MOVE FR-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE FR-CUST-ID         TO MA-CUST-ID
           MOVE FR-START-DATE      TO MA-START-DATE
           MOVE FR-MONTHS          TO MA-MONTHS
           MOVE FR-END-DATE        TO MA-END-DATE
           MOVE FR-INTEREST-METHOD TO MA-INTEREST-METHOD
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE FR-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE FT-APPROVER-ID     TO MA-APPROVER-ID
           MOVE FT-ACTION          TO MA-ACTION
           MOVE FT-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO MA-CUST-ID
           IF FT-START-DATE NUMERIC
               MOVE FT-START-DATE  TO MA-START-DATE
           ELSE
               MOVE ZERO           TO MA-START-DATE
           END-IF
           IF FT-MONTHS NUMERIC
               MOVE FT-MONTHS      TO MA-MONTHS
           ELSE
               MOVE ZERO           TO MA-MONTHS
           END-IF
           MOVE ZERO               TO MA-END-DATE
           MOVE FT-INTEREST-METHOD TO MA-INTEREST-METHOD
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
