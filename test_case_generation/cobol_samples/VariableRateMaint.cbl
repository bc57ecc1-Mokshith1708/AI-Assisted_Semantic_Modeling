       IDENTIFICATION DIVISION.
       PROGRAM-ID. VariableRateMaint.

      ******************************************************************
      * Adjustable-rate terms maintenance.  SETUP and CHANGE
      * transactions arrive on VRTRAN and are applied to the keyed
      * VRTERMS file that sits alongside LOANMAST: a SETUP puts an
      * OPEN loan on index pricing (index code, margin, reset
      * frequency, first reset date, periodic cap, lifetime cap and
      * floor); a CHANGE replaces the terms of a loan already on
      * index pricing without disturbing a payment change already
      * scheduled by the last reset.  The note rate itself is never
      * touched here -- it moves only at a reset, in LoanRepricing.
      * Reset dates are held to the 28th or earlier so stepping
      * them forward a whole number of months always lands on a
      * real date.  Every applied or rejected transaction lands on
      * VRAUDIT with who changed what and when.  The operator on each
      * transaction must hold a role entitled to VRMAINT on ENTITLE;
      * anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIABLE-RATE-TRAN-FILE
               ASSIGN TO "VRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "VRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIABLE-RATE-TRAN-FILE.
           COPY VRTRAN.

       FD  VARIABLE-RATE-TERMS-FILE.
           COPY VRTERMS.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-INDEX-CODE         PIC X(08).
           05  MA-MARGIN             PIC 9(02)V99.
           05  MA-RESET-MONTHS       PIC 9(02).
           05  MA-NEXT-RESET-DATE    PIC 9(08).
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.
       COPY BIZDTWS.

       01  WS-VT-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-VT-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-VT-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-RESET-DAY          PIC 9(02).

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed terms file or loan
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
           CLOSE VARIABLE-RATE-TERMS-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== VariableRateMaint CONTROL TOTALS ====="
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
      * Opens the keyed terms file I-O and the loan master for keyed
      * reads.  No VRTERMS dataset yet just means no loan has ever
      * been put on index pricing -- the file is created empty, the
      * same first-run treatment the keyed loan master gets.
      * Anything else wrong with either open fails the run with
      * RC 12 before a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O VARIABLE-RATE-TERMS-FILE
           IF WS-VT-FS = "35"
               OPEN OUTPUT VARIABLE-RATE-TERMS-FILE
               CLOSE VARIABLE-RATE-TERMS-FILE
               OPEN I-O VARIABLE-RATE-TERMS-FILE
           END-IF
           IF WS-VT-FS NOT = "00"
               DISPLAY "VariableRateMaint: VRTERMS OPEN FAILED FS="
                   WS-VT-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "VariableRateMaint: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE VARIABLE-RATE-TERMS-FILE
               END-IF
           END-IF.

      ******************************************************************
      * One keyed read each of the loan and its terms row.
      * WS-LM-FOUND is "Y" only for an OPEN loan.
      ******************************************************************
       0180-READ-LOAN-AND-TERMS.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE VA-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           MOVE "N" TO WS-VT-FOUND-SW
           MOVE VA-LOAN-ACCT-NO TO VT-LOAN-ACCT-NO
           READ VARIABLE-RATE-TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VT-FOUND-SW
           END-READ.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  VARIABLE-RATE-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ VARIABLE-RATE-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE VARIABLE-RATE-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0180-READ-LOAN-AND-TERMS
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE VA-ACTION
                   WHEN "SETUP "
                       PERFORM 0400-APPLY-SETUP
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to VRMAINT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE VA-USER-ID TO EC-OPERATOR-ID
           MOVE "VRMAINT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * Field edits shared by SETUP and CHANGE.  The reset date must
      * still be ahead of the business date, and a floor above the
      * lifetime cap would leave no legal rate at all.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN VA-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO OPEN LOAN FOR ACCOUNT" TO WS-EDIT-REASON
               WHEN VA-INDEX-CODE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INDEX CODE MISSING" TO WS-EDIT-REASON
               WHEN VA-MARGIN NOT NUMERIC
                    OR VA-RESET-MONTHS NOT NUMERIC
                    OR VA-NEXT-RESET-DATE NOT NUMERIC
                    OR VA-PERIODIC-CAP NOT NUMERIC
                    OR VA-LIFETIME-CAP NOT NUMERIC
                    OR VA-RATE-FLOOR NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "TERMS NOT NUMERIC" TO WS-EDIT-REASON
               WHEN VA-RESET-MONTHS = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RESET FREQUENCY MISSING" TO WS-EDIT-REASON
               WHEN VA-NEXT-RESET-DATE <= WS-TODAY-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RESET DATE NOT IN FUTURE" TO WS-EDIT-REASON
               WHEN VA-LIFETIME-CAP > ZERO
                    AND VA-RATE-FLOOR > VA-LIFETIME-CAP
                   MOVE "N" TO WS-VALID-SW
                   MOVE "FLOOR ABOVE LIFETIME CAP" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID
               MOVE VA-NEXT-RESET-DATE (7:2) TO WS-RESET-DAY
               IF WS-RESET-DAY > 28
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RESET DAY AFTER THE 28TH" TO WS-EDIT-REASON
               END-IF
           END-IF.

       0400-APPLY-SETUP.
           PERFORM 0310-EDIT-TRANSACTION
           IF WS-RECORD-VALID AND WS-VT-FOUND
               MOVE "N" TO WS-VALID-SW
               MOVE "LOAN ALREADY ON INDEX PRICING" TO WS-EDIT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE VA-LOAN-ACCT-NO    TO VT-LOAN-ACCT-NO
               MOVE LM-CUST-ID         TO VT-CUST-ID
               PERFORM 0410-MOVE-TERMS
               MOVE ZERO               TO VT-LAST-RESET-DATE
               MOVE ZERO               TO VT-PRIOR-PI
               MOVE ZERO               TO VT-PENDING-PI
               MOVE ZERO               TO VT-PAYMENT-CHANGE-DATE
               WRITE VARIABLE-RATE-TERMS-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0410-MOVE-TERMS.
           MOVE VA-INDEX-CODE      TO VT-INDEX-CODE
           MOVE VA-MARGIN          TO VT-MARGIN
           MOVE VA-RESET-MONTHS    TO VT-RESET-MONTHS
           MOVE VA-NEXT-RESET-DATE TO VT-NEXT-RESET-DATE
           MOVE VA-PERIODIC-CAP    TO VT-PERIODIC-CAP
           MOVE VA-LIFETIME-CAP    TO VT-LIFETIME-CAP
           MOVE VA-RATE-FLOOR      TO VT-RATE-FLOOR.

      ******************************************************************
      * New terms replace the old; a payment change the last reset
      * already scheduled still goes through on its date.
      ******************************************************************
       0500-APPLY-CHANGE.
           PERFORM 0310-EDIT-TRANSACTION
           IF WS-RECORD-VALID AND NOT WS-VT-FOUND
               MOVE "N" TO WS-VALID-SW
               MOVE "LOAN NOT ON INDEX PRICING" TO WS-EDIT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               PERFORM 0410-MOVE-TERMS
               REWRITE VARIABLE-RATE-TERMS-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0710-WRITE-APPLIED-AUDIT.
           MOVE VA-USER-ID         TO MA-USER-ID
           MOVE VA-ACTION          TO MA-ACTION
           MOVE VA-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE VA-INDEX-CODE      TO MA-INDEX-CODE
           MOVE VA-MARGIN          TO MA-MARGIN
           MOVE VA-RESET-MONTHS    TO MA-RESET-MONTHS
           MOVE VA-NEXT-RESET-DATE TO MA-NEXT-RESET-DATE
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE VA-USER-ID         TO MA-USER-ID
           MOVE VA-ACTION          TO MA-ACTION
           MOVE VA-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE VA-INDEX-CODE      TO MA-INDEX-CODE
           MOVE ZERO               TO MA-MARGIN
           MOVE ZERO               TO MA-RESET-MONTHS
           MOVE ZERO               TO MA-NEXT-RESET-DATE
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
