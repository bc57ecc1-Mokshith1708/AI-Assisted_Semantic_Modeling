       IDENTIFICATION DIVISION.
       PROGRAM-ID. ServicingHoldMaint.

      ******************************************************************
      * Servicing hold maintenance.  PLACE, CHANGE and RELEAS
      * transactions arrive on HOLDTRAN and are applied to the keyed
      * SVCHOLD file that sits alongside LOANMAST, so a bankruptcy
      * petition, a death or a lawsuit stops collection activity
      * the same night it is reported instead of waiting on IT to
      * hand-edit files ahead of the collections runs.  A
      * transaction naming a loan account holds that loan; one
      * naming only a CUST-ID holds every loan the customer has on
      * LOANMAST (found through the alternate key), since a death
      * or a petition covers all of them.  CLOSED loans are never
      * held.  A hold carries its type (BKRP, DCSD, LITG), a start
      * date and an optional end date; a loan already under an
      * ACTIVE hold can't be held twice (CHANGE it instead), and a
      * RELEASED row is reused when the loan goes back on hold.
      * RELEAS ends the hold as of today.  Every applied or rejected
      * transaction lands on HOLDAUD with who changed what and when.
      * The operator on each transaction must hold a role entitled to
      * SVCHMNT on ENTITLE; anyone else's is rejected and logged to
      * SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRAN-FILE
               ASSIGN TO "HOLDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "HOLDAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRAN-FILE.
           COPY HOLDTRAN.

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-CUST-ID            PIC X(10).
           05  MA-HOLD-TYPE          PIC X(04).
           05  MA-START-DATE         PIC 9(08).
           05  MA-END-DATE           PIC 9(08).
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

       01  WS-SH-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-SH-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-SH-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-LM-EOF-SW          PIC X(01) VALUE "N".
           88  WS-LM-EOF         VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).
       01  WS-LOANS-HELD         PIC 9(05) COMP.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed hold file or loan
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
           CLOSE SERVICING-HOLD-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== ServicingHoldMaint CONTROL TOTALS ====="
           DISPLAY "LOAN HOLDS APPLIED:  " WS-APPLIED-COUNT
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
      * Opens the keyed hold file I-O and the loan master for keyed
      * reads.  No SVCHOLD dataset yet just means nobody has ever
      * been put on hold -- the file is created empty, the same
      * first-run treatment the keyed loan master gets.  Anything
      * else wrong with either open fails the run with RC 12 before
      * a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O SERVICING-HOLD-FILE
           IF WS-SH-FS = "35"
               OPEN OUTPUT SERVICING-HOLD-FILE
               CLOSE SERVICING-HOLD-FILE
               OPEN I-O SERVICING-HOLD-FILE
           END-IF
           IF WS-SH-FS NOT = "00"
               DISPLAY "ServicingHoldMaint: SVCHOLD OPEN FAILED FS="
                   WS-SH-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "ServicingHoldMaint: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE SERVICING-HOLD-FILE
               END-IF
           END-IF.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  HOLD-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ HOLD-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE HOLD-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

      ******************************************************************
      * A transaction that fails its own edits is rejected once;
      * one that passes is applied loan by loan, each loan getting
      * its own audit row.
      ******************************************************************
       0300-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-OLD-STATUS
           PERFORM 0305-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0310-EDIT-TRANSACTION
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE EC-REASON TO WS-EDIT-REASON
           END-IF
           IF NOT WS-RECORD-VALID
               MOVE HT-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
               MOVE HT-CUST-ID      TO SH-CUST-ID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF HT-LOAN-ACCT-NO NOT = SPACES
                   PERFORM 0330-APPLY-TO-ONE-LOAN
               ELSE
                   PERFORM 0350-APPLY-TO-CUSTOMER
               END-IF
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to SVCHMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE HT-USER-ID TO EC-OPERATOR-ID
           MOVE "SVCHMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN HT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN HT-ACTION NOT = "PLACE "
                    AND HT-ACTION NOT = "CHANGE"
                    AND HT-ACTION NOT = "RELEAS"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN HT-LOAN-ACCT-NO = SPACES
                    AND HT-CUST-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO LOAN OR CUSTOMER GIVEN" TO WS-EDIT-REASON
               WHEN HT-ACTION = "RELEAS"
                   CONTINUE
               WHEN HT-HOLD-TYPE NOT = "BKRP"
                    AND HT-HOLD-TYPE NOT = "DCSD"
                    AND HT-HOLD-TYPE NOT = "LITG"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "HOLD TYPE NOT BKRP DCSD LITG"
                       TO WS-EDIT-REASON
               WHEN HT-START-DATE NOT NUMERIC
                    OR HT-START-DATE = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "START DATE MISSING" TO WS-EDIT-REASON
               WHEN HT-END-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "END DATE NOT NUMERIC" TO WS-EDIT-REASON
               WHEN HT-END-DATE NOT = ZERO
                    AND HT-END-DATE < HT-START-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "END DATE BEFORE START DATE" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * One named loan: it must be on the master, not CLOSED, and
      * belong to the CUST-ID if one was given too.
      ******************************************************************
       0330-APPLY-TO-ONE-LOAN.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE HT-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ON MASTER" TO WS-EDIT-REASON
               WHEN LM-LOAN-STATUS = "CLOSED"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN IS CLOSED" TO WS-EDIT-REASON
               WHEN HT-CUST-ID NOT = SPACES
                    AND HT-CUST-ID NOT = LM-CUST-ID
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUST ID DOES NOT MATCH LOAN" TO WS-EDIT-REASON
           END-EVALUATE
           IF NOT WS-RECORD-VALID
               MOVE HT-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
               MOVE HT-CUST-ID      TO SH-CUST-ID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               PERFORM 0400-APPLY-TO-LOAN
           END-IF.

      ******************************************************************
      * Every loan the customer has that isn't CLOSED, walked down
      * the master's CUST-ID alternate key.
      ******************************************************************
       0350-APPLY-TO-CUSTOMER.
           MOVE ZERO TO WS-LOANS-HELD
           MOVE HT-CUST-ID TO LM-CUST-ID
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
                       IF LM-CUST-ID NOT = HT-CUST-ID
                           MOVE "Y" TO WS-LM-EOF-SW
                       ELSE
                           IF LM-LOAN-STATUS NOT = "CLOSED"
                               MOVE "Y" TO WS-VALID-SW
                               PERFORM 0400-APPLY-TO-LOAN
                               ADD 1 TO WS-LOANS-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOANS-HELD = ZERO
               MOVE "NO OPEN LOANS FOR CUSTOMER" TO WS-EDIT-REASON
               MOVE SPACES     TO SH-LOAN-ACCT-NO
               MOVE HT-CUST-ID TO SH-CUST-ID
               PERFORM 0720-WRITE-REJECT-AUDIT
           END-IF.

      ******************************************************************
      * Applies the action to the loan now in LOAN-MASTER-RECORD.
      ******************************************************************
       0400-APPLY-TO-LOAN.
           MOVE "N" TO WS-SH-FOUND-SW
           MOVE SPACES TO WS-OLD-STATUS
           MOVE LM-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
           READ SERVICING-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SH-FOUND-SW
                   MOVE SH-STATUS TO WS-OLD-STATUS
           END-READ
           EVALUATE HT-ACTION
               WHEN "PLACE "
                   PERFORM 0500-APPLY-PLACE
               WHEN "CHANGE"
                   PERFORM 0550-APPLY-CHANGE
               WHEN "RELEAS"
                   PERFORM 0600-APPLY-RELEASE
           END-EVALUATE.

       0500-APPLY-PLACE.
           IF WS-SH-FOUND AND SH-ACTIVE
               MOVE "LOAN ALREADY ON HOLD" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE LM-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
               MOVE LM-CUST-ID      TO SH-CUST-ID
               MOVE "ACTIVE  "      TO SH-STATUS
               PERFORM 0510-MOVE-HOLD-TERMS
               IF WS-SH-FOUND
                   REWRITE SERVICING-HOLD-RECORD
               ELSE
                   WRITE SERVICING-HOLD-RECORD
               END-IF
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0510-MOVE-HOLD-TERMS.
           MOVE HT-HOLD-TYPE    TO SH-HOLD-TYPE
           MOVE HT-START-DATE   TO SH-START-DATE
           MOVE HT-END-DATE     TO SH-END-DATE
           MOVE HT-USER-ID      TO SH-SET-BY
           MOVE WS-TODAY-DATE   TO SH-SET-DATE
           MOVE HT-NOTE         TO SH-NOTE.

      ******************************************************************
      * A new type or new dates for a hold already in force -- a
      * litigation hold turning into a bankruptcy, or an end date
      * once the court sets one.
      ******************************************************************
       0550-APPLY-CHANGE.
           IF NOT WS-SH-FOUND OR NOT SH-ACTIVE
               MOVE "LOAN NOT ON HOLD" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               PERFORM 0510-MOVE-HOLD-TERMS
               REWRITE SERVICING-HOLD-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

      ******************************************************************
      * Ends the hold as of today; an end date already in the past
      * is left as it was.
      ******************************************************************
       0600-APPLY-RELEASE.
           IF NOT WS-SH-FOUND OR NOT SH-ACTIVE
               MOVE "LOAN NOT ON HOLD" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE "RELEASED" TO SH-STATUS
               IF SH-END-DATE = ZERO OR SH-END-DATE > WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO SH-END-DATE
               END-IF
               MOVE HT-USER-ID    TO SH-SET-BY
               MOVE WS-TODAY-DATE TO SH-SET-DATE
               REWRITE SERVICING-HOLD-RECORD
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0710-WRITE-APPLIED-AUDIT.
           MOVE HT-USER-ID         TO MA-USER-ID
           MOVE HT-ACTION          TO MA-ACTION
           MOVE SH-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE SH-CUST-ID         TO MA-CUST-ID
           MOVE SH-HOLD-TYPE       TO MA-HOLD-TYPE
           MOVE SH-START-DATE      TO MA-START-DATE
           MOVE SH-END-DATE        TO MA-END-DATE
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE SH-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE HT-USER-ID         TO MA-USER-ID
           MOVE HT-ACTION          TO MA-ACTION
           MOVE SH-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE SH-CUST-ID         TO MA-CUST-ID
           MOVE HT-HOLD-TYPE       TO MA-HOLD-TYPE
           IF HT-START-DATE NUMERIC
               MOVE HT-START-DATE  TO MA-START-DATE
           ELSE
               MOVE ZERO           TO MA-START-DATE
           END-IF
           IF HT-END-DATE NUMERIC
               MOVE HT-END-DATE    TO MA-END-DATE
           ELSE
               MOVE ZERO           TO MA-END-DATE
           END-IF
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
