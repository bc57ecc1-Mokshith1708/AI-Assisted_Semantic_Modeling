       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralMaint.

      ******************************************************************
      * Collateral maintenance for booked secured loans.  INSURE and
      * APPRSE transactions arrive on COLTRAN and are applied to the
      * customer's pledged row on COLLATRL, which until now nobody
      * touched after LoanApprovalCheckAdvanced underwrote against
      * it.  INSURE records the hazard policy the borrower carries
      * on the collateral -- policy number, carrier and an expiry
      * still in the future -- and marks the coverage verified;
      * proof received this way ends any proof-of-insurance request
      * CollateralMonitor has outstanding, and on a row the bank had
      * force-placed the audit row shows the change from "F" so the
      * servicing desk can cancel the bank's policy.  APPRSE records
      * a new appraised value and appraisal date, the figures the
      * monthly monitoring run measures loan-to-value and appraisal
      * age from.  COLLATRL is sequential and kept per customer, so
      * it is loaded into memory, changed there and rewritten whole
      * at end of run, the way PaidInFull rewrites it; a file past
      * the table's capacity fails the run with RC 12 before a
      * single transaction is applied rather than be rewritten
      * short.  A released row secures nothing and can't be
      * changed.  Every applied or rejected transaction lands on
      * COLAUDIT with who changed what and when.  The operator on
      * each transaction must hold a role entitled to COLLMNT on
      * ENTITLE; anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLATERAL-TRAN-FILE
               ASSIGN TO "COLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLLATERAL-FILE
               ASSIGN TO "COLLATRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CL-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "COLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLATERAL-TRAN-FILE.
           COPY COLTRAN.

       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-CUST-ID            PIC X(10).
           05  MA-OLD-INS-STATUS     PIC X(01).
           05  MA-NEW-INS-STATUS     PIC X(01).
           05  MA-POLICY-NO          PIC X(15).
           05  MA-EXPIRY-DATE        PIC 9(08).
           05  MA-OLD-VALUE          PIC S9(09)V99.
           05  MA-NEW-VALUE          PIC S9(09)V99.
           05  MA-APPRAISAL-DATE     PIC 9(08).
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

       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-INS-STATUS     PIC X(01).
       01  WS-OLD-VALUE          PIC S9(09)V99 COMP-3.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-INSURED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-APPRAISED-COUNT    PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 12 if the collateral file
      * exceeds the in-memory table or the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0160-LOAD-COLLATERAL
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-TRANSACTIONS
           IF WS-APPLIED-COUNT > ZERO
               PERFORM 0800-REWRITE-COLLATERAL
           END-IF
           DISPLAY "===== CollateralMaint CONTROL TOTALS ====="
           DISPLAY "APPLIED:             " WS-APPLIED-COUNT
           DISPLAY "  INSURANCE RECORDED:" WS-INSURED-COUNT
           DISPLAY "  APPRAISALS:        " WS-APPRAISED-COUNT
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
      * Loads the whole collateral file, released rows included --
      * it is written back from this table -- so a collateral file
      * past the table's capacity fails the run with RC 12.  No
      * COLLATRL dataset just means no loan is secured and every
      * transaction rejects.
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
                               DISPLAY "CollateralMaint: COLLATRL"
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
      * The customer's collateral still pledged -- a row released
      * at payoff is passed over.
      ******************************************************************
       0170-FIND-COLLATERAL.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID (CL-IDX) = KT-CUST-ID
                  AND WS-CL-LIEN-STATUS (CL-IDX) NOT = "R"
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  COLLATERAL-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ COLLATERAL-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE COLLATERAL-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-OLD-INS-STATUS
           MOVE ZERO   TO WS-OLD-VALUE
           PERFORM 0305-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0310-EDIT-TRANSACTION
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE EC-REASON TO WS-EDIT-REASON
           END-IF
           IF WS-RECORD-VALID
               PERFORM 0170-FIND-COLLATERAL
               IF WS-CL-FOUND
                   MOVE WS-CL-INS-STATUS (CL-IDX)
                       TO WS-OLD-INS-STATUS
                   MOVE WS-CL-APPRAISED-VALUE (CL-IDX)
                       TO WS-OLD-VALUE
               ELSE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO PLEDGED COLLATERAL ON FILE"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE KT-ACTION
                   WHEN "INSURE"
                       PERFORM 0400-APPLY-INSURANCE
                   WHEN "APPRSE"
                       PERFORM 0500-APPLY-APPRAISAL
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to COLLMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE KT-USER-ID TO EC-OPERATOR-ID
           MOVE "COLLMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * A policy recorded must still be in force -- an expiry today
      * or earlier is lapsed coverage, not proof of insurance.  An
      * appraisal can't be dated after the business date.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN KT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION NOT = "INSURE"
                    AND KT-ACTION NOT = "APPRSE"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN KT-CUST-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUST ID MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION = "INSURE"
                    AND KT-POLICY-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "POLICY NUMBER MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION = "INSURE"
                    AND KT-CARRIER = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CARRIER MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION = "INSURE"
                    AND KT-EXPIRY-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EXPIRY DATE NOT NUMERIC" TO WS-EDIT-REASON
               WHEN KT-ACTION = "INSURE"
                    AND KT-EXPIRY-DATE NOT > WS-TODAY-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "POLICY ALREADY EXPIRED" TO WS-EDIT-REASON
               WHEN KT-ACTION = "APPRSE"
                    AND KT-APPRAISED-VALUE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "APPRAISED VALUE NOT NUMERIC"
                       TO WS-EDIT-REASON
               WHEN KT-ACTION = "APPRSE"
                    AND KT-APPRAISED-VALUE = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "APPRAISED VALUE MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION = "APPRSE"
                    AND (KT-APPRAISAL-DATE NOT NUMERIC
                         OR KT-APPRAISAL-DATE = ZERO)
                   MOVE "N" TO WS-VALID-SW
                   MOVE "APPRAISAL DATE MISSING" TO WS-EDIT-REASON
               WHEN KT-ACTION = "APPRSE"
                    AND KT-APPRAISAL-DATE > WS-TODAY-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "APPRAISAL DATE IN THE FUTURE"
                       TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * Proof of coverage received: the policy goes on the row as
      * verified, and any proof request or force-placement the
      * monitoring run had recorded is cleared.
      ******************************************************************
       0400-APPLY-INSURANCE.
           MOVE KT-POLICY-NO   TO WS-CL-INS-POLICY-NO (CL-IDX)
           MOVE KT-CARRIER     TO WS-CL-INS-CARRIER (CL-IDX)
           MOVE KT-EXPIRY-DATE TO WS-CL-INS-EXPIRY-DATE (CL-IDX)
           MOVE "V"            TO WS-CL-INS-STATUS (CL-IDX)
           MOVE ZERO           TO WS-CL-INS-NOTICE-DATE (CL-IDX)
           MOVE ZERO           TO WS-CL-FORCE-PLACE-DATE (CL-IDX)
           ADD 1 TO WS-INSURED-COUNT
           PERFORM 0710-WRITE-APPLIED-AUDIT.

       0500-APPLY-APPRAISAL.
           MOVE KT-APPRAISED-VALUE
               TO WS-CL-APPRAISED-VALUE (CL-IDX)
           MOVE KT-APPRAISAL-DATE
               TO WS-CL-APPRAISAL-DATE (CL-IDX)
           ADD 1 TO WS-APPRAISED-COUNT
           PERFORM 0710-WRITE-APPLIED-AUDIT.

       0710-WRITE-APPLIED-AUDIT.
           MOVE KT-USER-ID         TO MA-USER-ID
           MOVE KT-ACTION          TO MA-ACTION
           MOVE KT-CUST-ID         TO MA-CUST-ID
           MOVE WS-OLD-INS-STATUS  TO MA-OLD-INS-STATUS
           MOVE WS-CL-INS-STATUS (CL-IDX)    TO MA-NEW-INS-STATUS
           MOVE WS-CL-INS-POLICY-NO (CL-IDX) TO MA-POLICY-NO
           IF WS-CL-INS-EXPIRY-DATE (CL-IDX) NUMERIC
               MOVE WS-CL-INS-EXPIRY-DATE (CL-IDX) TO MA-EXPIRY-DATE
           ELSE
               MOVE ZERO TO MA-EXPIRY-DATE
           END-IF
           MOVE WS-OLD-VALUE       TO MA-OLD-VALUE
           MOVE WS-CL-APPRAISED-VALUE (CL-IDX) TO MA-NEW-VALUE
           MOVE WS-CL-APPRAISAL-DATE (CL-IDX)  TO MA-APPRAISAL-DATE
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE KT-USER-ID         TO MA-USER-ID
           MOVE KT-ACTION          TO MA-ACTION
           MOVE KT-CUST-ID         TO MA-CUST-ID
           MOVE WS-OLD-INS-STATUS  TO MA-OLD-INS-STATUS
           MOVE WS-OLD-INS-STATUS  TO MA-NEW-INS-STATUS
           MOVE KT-POLICY-NO       TO MA-POLICY-NO
           IF KT-EXPIRY-DATE NUMERIC
               MOVE KT-EXPIRY-DATE TO MA-EXPIRY-DATE
           ELSE
               MOVE ZERO           TO MA-EXPIRY-DATE
           END-IF
           MOVE WS-OLD-VALUE       TO MA-OLD-VALUE
           MOVE WS-OLD-VALUE       TO MA-NEW-VALUE
           IF KT-APPRAISAL-DATE NUMERIC
               MOVE KT-APPRAISAL-DATE TO MA-APPRAISAL-DATE
           ELSE
               MOVE ZERO              TO MA-APPRAISAL-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      ******************************************************************
      * Full-file rewrite of COLLATRL with the run's changes, the
      * same persisted-file rewrite PaidInFull gives it.
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
