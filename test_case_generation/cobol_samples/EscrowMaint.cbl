       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscrowMaint.

      ******************************************************************
      * Escrow account maintenance for secured loans -- setups,
      * estimate changes and closures arrive as ESCTRAN transactions
      * instead of the branches tracking tax and insurance money in
      * spreadsheets.  A SETUP needs an OPEN loan on the keyed
      * master whose customer has a COLLATRL collateral row (only
      * secured loans carry escrow), no escrow account already
      * active, and a non-zero annual tax or insurance estimate; the
      * monthly escrow is one twelfth of the two, and it is added
      * straight onto the loan's LM-INSTALLMENT-AMT so the payment
      * the customer owes, the aging and the late-fee math all see
      * the full installment.  A CHANGE re-spreads new estimates and
      * moves the installment by the difference; a CLOSE takes the
      * escrow portion back off the installment and is refused while
      * the account still holds (or is owed) money.  Every applied
      * or rejected transaction lands on ESCAUDIT with who changed
      * what and when.  The operator on each transaction must hold a
      * role entitled to ESCMAINT on ENTITLE; anyone else's is
      * rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-TRANSACTION-FILE
               ASSIGN TO "ESCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT COLLATERAL-FILE
               ASSIGN TO "COLLATRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "ESCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-TRANSACTION-FILE.
           COPY ESCTRAN.

       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-OLD-MONTHLY        PIC S9(07)V99.
           05  MA-NEW-MONTHLY        PIC S9(07)V99.
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.
       COPY BIZDTWS.
       COPY COLLWS.

       01  WS-ES-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-ES-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-ES-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-MONTHLY        PIC S9(07)V99 COMP-3.
       01  WS-NEW-MONTHLY        PIC S9(07)V99 COMP-3.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed escrow file or loan
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
           PERFORM 0175-LOAD-COLLATERAL
           PERFORM 0200-APPLY-TRANSACTIONS
           CLOSE ESCROW-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== EscrowMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
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
      * Opens the keyed escrow file and loan master I-O for the run.
      * No ESCROW dataset yet just means no escrow account has ever
      * been set up -- the file is created empty, the same first-run
      * treatment the keyed loan master gets.  Anything else wrong
      * with either open fails the run with RC 12 before a single
      * transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O ESCROW-FILE
           IF WS-ES-FS = "35"
               OPEN OUTPUT ESCROW-FILE
               CLOSE ESCROW-FILE
               OPEN I-O ESCROW-FILE
           END-IF
           IF WS-ES-FS NOT = "00"
               DISPLAY "EscrowMaint: ESCROW OPEN FAILED FS="
                   WS-ES-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN I-O LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "EscrowMaint: LOANMAST OPEN FAILED FS="
                       WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE ESCROW-FILE
               END-IF
           END-IF.

      ******************************************************************
      * Loads the collateral companion file into memory once at
      * start-up.  No COLLATRL dataset just means no customer has
      * pledged collateral, and every SETUP rejects as unsecured.
      * Collateral released when its loan was paid in full secures
      * nothing and is passed over.
      ******************************************************************
       0175-LOAD-COLLATERAL.
           OPEN INPUT COLLATERAL-FILE
           IF WS-CL-FS = "00"
               MOVE "N" TO WS-CL-EOF-SW
               SET CL-IDX TO 1
               PERFORM UNTIL WS-CL-EOF
                   READ COLLATERAL-FILE
                       AT END
                           MOVE "Y" TO WS-CL-EOF-SW
                       NOT AT END
                           IF CL-LIEN-RELEASED
                               CONTINUE
                           ELSE
                               IF WS-CL-COUNT >= 500
                                   DISPLAY "EscrowMaint: COLLATRL"
                                       " EXCEEDS TABLE CAPACITY"
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
                                   SET CL-IDX UP BY 1
                                   ADD 1 TO WS-CL-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLATERAL-FILE
           END-IF.

      ******************************************************************
      * One keyed read each of the loan and its escrow account.
      * WS-LM-FOUND is "Y" only for an OPEN loan -- escrow is never
      * set up or changed on a loan that has closed or charged off.
      ******************************************************************
       0180-READ-LOAN-AND-ESCROW.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE ET-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           MOVE "N" TO WS-ES-FOUND-SW
           MOVE ET-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ES-FOUND-SW
           END-READ.

       0190-FIND-COLLATERAL.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID (CL-IDX) = LM-CUST-ID
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  ESCROW-TRANSACTION-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ ESCROW-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ESCROW-TRANSACTION-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           MOVE ZERO TO WS-OLD-MONTHLY
           MOVE ZERO TO WS-NEW-MONTHLY
           PERFORM 0180-READ-LOAN-AND-ESCROW
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE ET-ACTION
                   WHEN "SETUP "
                       PERFORM 0400-APPLY-SETUP
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN "CLOSE "
                       PERFORM 0600-APPLY-CLOSE
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to ESCMAINT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE ET-USER-ID TO EC-OPERATOR-ID
           MOVE "ESCMAINT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * Field edits shared by SETUP and CHANGE: the loan must be
      * OPEN and there must be something to escrow.  The monthly
      * escrow is one twelfth of the annual tax plus insurance.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN ET-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO OPEN LOAN FOR ACCOUNT" TO WS-EDIT-REASON
               WHEN ET-ANNUAL-TAX NOT NUMERIC
                    OR ET-ANNUAL-INSURANCE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ESTIMATE NOT NUMERIC" TO WS-EDIT-REASON
               WHEN ET-ANNUAL-TAX = ZERO
                    AND ET-ANNUAL-INSURANCE = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO TAX OR INSURANCE ESTIMATE"
                       TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID
               COMPUTE WS-NEW-MONTHLY ROUNDED =
                   (ET-ANNUAL-TAX + ET-ANNUAL-INSURANCE) / 12
           END-IF.

      ******************************************************************
      * A new escrow account on a secured loan.  A previously
      * CLOSED account under the same loan is reopened in place --
      * the key is the loan account, so there is only ever one row.
      ******************************************************************
       0400-APPLY-SETUP.
           PERFORM 0310-EDIT-TRANSACTION
           IF WS-RECORD-VALID
               PERFORM 0190-FIND-COLLATERAL
               EVALUATE TRUE
                   WHEN NOT WS-CL-FOUND
                       MOVE "N" TO WS-VALID-SW
                       MOVE "LOAN NOT SECURED - NO COLLATRL"
                           TO WS-EDIT-REASON
                   WHEN WS-ES-FOUND
                        AND ES-ESCROW-STATUS = "ACTIVE  "
                       MOVE "N" TO WS-VALID-SW
                       MOVE "ESCROW ALREADY ACTIVE"
                           TO WS-EDIT-REASON
                   WHEN WS-ES-FOUND
                        AND ES-ESCROW-BALANCE NOT = ZERO
                       MOVE "N" TO WS-VALID-SW
                       MOVE "CLOSED ESCROW STILL HAS BALANCE"
                           TO WS-EDIT-REASON
               END-EVALUATE
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE ET-LOAN-ACCT-NO     TO ES-LOAN-ACCT-NO
               MOVE LM-CUST-ID          TO ES-CUST-ID
               MOVE "ACTIVE  "          TO ES-ESCROW-STATUS
               MOVE ZERO                TO ES-ESCROW-BALANCE
               MOVE WS-NEW-MONTHLY      TO ES-MONTHLY-ESCROW
               MOVE ET-ANNUAL-TAX       TO ES-ANNUAL-TAX
               MOVE ET-ANNUAL-INSURANCE TO ES-ANNUAL-INSURANCE
               MOVE ZERO                TO ES-TAX-DISBURSED
               MOVE ZERO                TO ES-INS-DISBURSED
               MOVE WS-TODAY-DATE       TO ES-SETUP-DATE
               MOVE WS-TODAY-DATE       TO ES-LAST-ANALYSIS-DATE
               IF WS-ES-FOUND
                   REWRITE ESCROW-RECORD
               ELSE
                   WRITE ESCROW-RECORD
               END-IF
               ADD WS-NEW-MONTHLY TO LM-INSTALLMENT-AMT
               REWRITE LOAN-MASTER-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * New estimates re-spread over twelve months; the installment
      * moves by exactly the change in the escrow portion, so the
      * principal-and-interest part LoanBooking computed is never
      * disturbed.
      ******************************************************************
       0500-APPLY-CHANGE.
           PERFORM 0310-EDIT-TRANSACTION
           IF WS-RECORD-VALID
               IF NOT WS-ES-FOUND
                  OR ES-ESCROW-STATUS NOT = "ACTIVE  "
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO ACTIVE ESCROW FOR LOAN" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE ES-MONTHLY-ESCROW   TO WS-OLD-MONTHLY
               MOVE WS-NEW-MONTHLY      TO ES-MONTHLY-ESCROW
               MOVE ET-ANNUAL-TAX       TO ES-ANNUAL-TAX
               MOVE ET-ANNUAL-INSURANCE TO ES-ANNUAL-INSURANCE
               REWRITE ESCROW-RECORD
               COMPUTE LM-INSTALLMENT-AMT =
                   LM-INSTALLMENT-AMT - WS-OLD-MONTHLY
                   + WS-NEW-MONTHLY
               REWRITE LOAN-MASTER-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * Closing an escrow account takes its portion back off the
      * installment.  An account still holding the borrower's money,
      * or still owed a servicer advance, can't be closed here --
      * the analysis refund or a payoff settles it first.  A loan
      * already paid off or charged off can still close its escrow.
      ******************************************************************
       0600-APPLY-CLOSE.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN ET-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-ES-FOUND
                    OR ES-ESCROW-STATUS NOT = "ACTIVE  "
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO ACTIVE ESCROW FOR LOAN" TO WS-EDIT-REASON
               WHEN ES-ESCROW-BALANCE NOT = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ESCROW BALANCE NOT ZERO" TO WS-EDIT-REASON
           END-EVALUATE
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE ES-MONTHLY-ESCROW TO WS-OLD-MONTHLY
               MOVE ZERO              TO ES-MONTHLY-ESCROW
               MOVE "CLOSED  "        TO ES-ESCROW-STATUS
               REWRITE ESCROW-RECORD
               IF WS-LM-FOUND
                   SUBTRACT WS-OLD-MONTHLY FROM LM-INSTALLMENT-AMT
                   REWRITE LOAN-MASTER-RECORD
               END-IF
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0710-WRITE-APPLIED-AUDIT.
           MOVE ET-USER-ID      TO MA-USER-ID
           MOVE ET-ACTION       TO MA-ACTION
           MOVE ET-LOAN-ACCT-NO TO MA-LOAN-ACCT-NO
           MOVE WS-OLD-MONTHLY  TO MA-OLD-MONTHLY
           MOVE WS-NEW-MONTHLY  TO MA-NEW-MONTHLY
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "      TO MA-DISPOSITION
           MOVE SPACES          TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE ET-USER-ID      TO MA-USER-ID
           MOVE ET-ACTION       TO MA-ACTION
           MOVE ET-LOAN-ACCT-NO TO MA-LOAN-ACCT-NO
           MOVE ZERO            TO MA-OLD-MONTHLY
           MOVE ZERO            TO MA-NEW-MONTHLY
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"      TO MA-DISPOSITION
           MOVE WS-EDIT-REASON  TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
