       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayMaint.

      ******************************************************************
      * Automatic-payment enrollment maintenance.  ENROLL, CHANGE,
      * CANCEL and RESUME transactions arrive on APTRAN and are
      * applied to the keyed AUTOPAY file that sits alongside
      * LOANMAST.  Only an OPEN loan can enroll; the bank routing
      * number must be nine digits that pass the ABA check-digit
      * test, the account number must be present, the account type
      * must be C (checking) or S (savings), and the debit day is
      * held to the 1st through the 28th so it falls in every
      * month.  A loan already ACTIVE or SUSPENDed can't enroll
      * twice; a CANCELED enrollment re-enrolls in place.  CHANGE
      * keeps the enrollment's status and debit history; CANCEL
      * stops the debits; RESUME puts an enrollment the settlement
      * run suspended after returned debits back to ACTIVE with its
      * return count cleared.  Every applied or rejected
      * transaction lands on APAUDIT with who changed what and when.
      * The operator on each transaction must hold a role entitled to
      * APMAINT on ENTITLE; anyone else's is rejected and logged to
      * SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-TRAN-FILE
               ASSIGN TO "APTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-ACCT-NO
               FILE STATUS IS WS-AE-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "APAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-TRAN-FILE.
           COPY APTRAN.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-ROUTING-NO         PIC X(09).
           05  MA-BANK-ACCT-LAST4    PIC X(04).
           05  MA-DEBIT-DAY          PIC 9(02).
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

       01  WS-AE-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-AE-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-AE-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).

      ******************************************************************
      * The ABA routing check: three times digits 1, 4 and 7, plus
      * seven times digits 2, 5 and 8, plus digits 3, 6 and 9 must
      * come out a multiple of ten.
      ******************************************************************
       01  WS-ROUTING-WORK       PIC X(09).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
           05  WS-RT-DIGIT       PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-SUM        PIC 9(04) COMP.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed enrollment file or
      * loan master can't be opened, or if the entitlement tables are
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
           CLOSE AUTOPAY-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== AutopayMaint CONTROL TOTALS ====="
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
      * Opens the keyed enrollment file I-O and the loan master for
      * keyed reads.  No AUTOPAY dataset yet just means nobody has
      * ever enrolled -- the file is created empty, the same
      * first-run treatment the keyed loan master gets.  Anything
      * else wrong with either open fails the run with RC 12 before
      * a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O AUTOPAY-FILE
           IF WS-AE-FS = "35"
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           IF WS-AE-FS NOT = "00"
               DISPLAY "AutopayMaint: AUTOPAY OPEN FAILED FS="
                   WS-AE-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "AutopayMaint: LOANMAST OPEN FAILED FS="
                       WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE AUTOPAY-FILE
               END-IF
           END-IF.

      ******************************************************************
      * One keyed read each of the loan and its enrollment row.
      * WS-LM-FOUND is "Y" only for an OPEN loan.
      ******************************************************************
       0180-READ-LOAN-AND-ENROLLMENT.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE AT-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           MOVE "N" TO WS-AE-FOUND-SW
           MOVE SPACES TO WS-OLD-STATUS
           MOVE AT-LOAN-ACCT-NO TO AE-LOAN-ACCT-NO
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-AE-FOUND-SW
                   MOVE AE-STATUS TO WS-OLD-STATUS
           END-READ.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  AUTOPAY-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ AUTOPAY-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE AUTOPAY-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0180-READ-LOAN-AND-ENROLLMENT
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE AT-ACTION
                   WHEN "ENROLL"
                       PERFORM 0400-APPLY-ENROLL
                   WHEN "CHANGE"
                       PERFORM 0500-APPLY-CHANGE
                   WHEN "CANCEL"
                       PERFORM 0600-APPLY-CANCEL
                   WHEN "RESUME"
                       PERFORM 0650-APPLY-RESUME
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to APMAINT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE AT-USER-ID TO EC-OPERATOR-ID
           MOVE "APMAINT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * Bank-detail edits shared by ENROLL and CHANGE.
      ******************************************************************
       0310-EDIT-BANK-DETAILS.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN AT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO OPEN LOAN FOR ACCOUNT" TO WS-EDIT-REASON
               WHEN AT-ROUTING-NO NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN AT-BANK-ACCT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BANK ACCOUNT MISSING" TO WS-EDIT-REASON
               WHEN AT-BANK-ACCT-TYPE NOT = "C"
                    AND AT-BANK-ACCT-TYPE NOT = "S"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACCOUNT TYPE NOT C OR S" TO WS-EDIT-REASON
               WHEN AT-DEBIT-DAY NOT NUMERIC
                    OR AT-DEBIT-DAY = ZERO
                    OR AT-DEBIT-DAY > 28
                   MOVE "N" TO WS-VALID-SW
                   MOVE "DEBIT DAY NOT 01 THRU 28" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID
               MOVE AT-ROUTING-NO TO WS-ROUTING-WORK
               COMPUTE WS-ROUTING-SUM =
                   3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                        + WS-RT-DIGIT (7))
                   + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                          + WS-RT-DIGIT (8))
                   + WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                   + WS-RT-DIGIT (9)
               IF FUNCTION MOD (WS-ROUTING-SUM, 10) NOT = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ROUTING CHECK DIGIT INVALID"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

      ******************************************************************
      * A CANCELED enrollment re-enrolls in place with its debit
      * history kept; anything else already on file is a duplicate.
      ******************************************************************
       0400-APPLY-ENROLL.
           PERFORM 0310-EDIT-BANK-DETAILS
           IF WS-RECORD-VALID AND WS-AE-FOUND
              AND NOT AE-CANCELED
               MOVE "N" TO WS-VALID-SW
               MOVE "LOAN ALREADY ENROLLED" TO WS-EDIT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF NOT WS-AE-FOUND
                   MOVE AT-LOAN-ACCT-NO TO AE-LOAN-ACCT-NO
                   MOVE ZERO            TO AE-LAST-DEBIT-DATE
                   MOVE ZERO            TO AE-LAST-DEBIT-AMT
               END-IF
               MOVE LM-CUST-ID         TO AE-CUST-ID
               PERFORM 0410-MOVE-BANK-DETAILS
               MOVE "ACTIVE  "         TO AE-STATUS
               MOVE WS-TODAY-DATE      TO AE-ENROLL-DATE
               MOVE ZERO               TO AE-RETURN-COUNT
               MOVE SPACES             TO AE-LAST-RETURN-CODE
               IF WS-AE-FOUND
                   REWRITE AUTOPAY-ENROLLMENT-RECORD
               ELSE
                   WRITE AUTOPAY-ENROLLMENT-RECORD
               END-IF
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0410-MOVE-BANK-DETAILS.
           MOVE AT-ROUTING-NO      TO AE-ROUTING-NO
           MOVE AT-BANK-ACCT-NO    TO AE-BANK-ACCT-NO
           MOVE AT-BANK-ACCT-TYPE  TO AE-BANK-ACCT-TYPE
           MOVE AT-DEBIT-DAY       TO AE-DEBIT-DAY.

      ******************************************************************
      * New bank details or debit day; status and debit history stay
      * as they were.
      ******************************************************************
       0500-APPLY-CHANGE.
           PERFORM 0310-EDIT-BANK-DETAILS
           IF WS-RECORD-VALID
              AND (NOT WS-AE-FOUND OR AE-CANCELED)
               MOVE "N" TO WS-VALID-SW
               MOVE "LOAN NOT ENROLLED" TO WS-EDIT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               PERFORM 0410-MOVE-BANK-DETAILS
               REWRITE AUTOPAY-ENROLLMENT-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * A CANCEL needs no open loan -- a borrower can always stop
      * the debits.
      ******************************************************************
       0600-APPLY-CANCEL.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN AT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-AE-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ENROLLED" TO WS-EDIT-REASON
               WHEN AE-CANCELED
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ENROLLMENT ALREADY CANCELED" TO WS-EDIT-REASON
           END-EVALUATE
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE "CANCELED" TO AE-STATUS
               REWRITE AUTOPAY-ENROLLMENT-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0650-APPLY-RESUME.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN AT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO OPEN LOAN FOR ACCOUNT" TO WS-EDIT-REASON
               WHEN NOT WS-AE-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ENROLLED" TO WS-EDIT-REASON
               WHEN NOT AE-SUSPENDED
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ENROLLMENT NOT SUSPENDED" TO WS-EDIT-REASON
           END-EVALUATE
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE "ACTIVE  " TO AE-STATUS
               MOVE ZERO       TO AE-RETURN-COUNT
               REWRITE AUTOPAY-ENROLLMENT-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * Only the last four digits of the bank account go on the
      * audit trail.
      ******************************************************************
       0710-WRITE-APPLIED-AUDIT.
           MOVE AT-USER-ID         TO MA-USER-ID
           MOVE AT-ACTION          TO MA-ACTION
           MOVE AT-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE AE-ROUTING-NO      TO MA-ROUTING-NO
           MOVE AE-BANK-ACCT-NO (14:4) TO MA-BANK-ACCT-LAST4
           MOVE AE-DEBIT-DAY       TO MA-DEBIT-DAY
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE AE-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE AT-USER-ID         TO MA-USER-ID
           MOVE AT-ACTION          TO MA-ACTION
           MOVE AT-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE AT-ROUTING-NO      TO MA-ROUTING-NO
           MOVE AT-BANK-ACCT-NO (14:4) TO MA-BANK-ACCT-LAST4
           MOVE ZERO               TO MA-DEBIT-DAY
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
