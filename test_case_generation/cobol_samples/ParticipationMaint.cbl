       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParticipationMaint.

      ******************************************************************
      * Loan participation maintenance.  SELL, CHANGE and END
      * transactions arrive on PARTTRAN and are applied to the keyed
      * PARTICPN file that sits alongside LOANMAST, recording the
      * share of each loan sold to an outside investor and the
      * servicing fee we hold back from the investor's interest.
      * Only an OPEN loan can be sold, the shares ACTIVE on a loan
      * can never add up to more than 100 percent, and an investor
      * holds one share of a given loan at a time -- a share sold
      * again after it ENDED reuses the investor's row, once the
      * month it ended has been remitted.  END stops the investor
      * earning collections from its end date on; the row stays for
      * InvestorRemittance to pay out the part of the month it was
      * held.  Every applied or rejected transaction lands on
      * PARTAUD with who changed what and when.  The operator on each
      * transaction must hold a role entitled to PARTMNT on ENTITLE;
      * anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATION-TRAN-FILE
               ASSIGN TO "PARTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTICIPATION-FILE
               ASSIGN TO "PARTICPN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-PARTICIPATION-KEY
               FILE STATUS IS WS-IV-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "PARTAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATION-TRAN-FILE.
           COPY PARTTRAN.

       FD  PARTICIPATION-FILE.
           COPY PARTICPN.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-INVESTOR-ID        PIC X(06).
           05  MA-SHARE-PCT          PIC 9(03)V9(04).
           05  MA-SERVICE-FEE-PCT    PIC 9(02)V9(04).
           05  MA-SOLD-DATE          PIC 9(08).
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

       01  WS-IV-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-IV-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-IV-FOUND       VALUE "Y".
       01  WS-IV-EOF-SW          PIC X(01) VALUE "N".
           88  WS-IV-EOF         VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).
       01  WS-EFFECTIVE-DATE     PIC 9(08).

      ******************************************************************
      * The ACTIVE shares other investors hold in the loan, and
      * what they come to with this transaction's share added.
      ******************************************************************
       01  WS-OTHER-SHARES-PCT   PIC 9(05)V9(04) COMP-3.
       01  WS-NEW-TOTAL-PCT      PIC 9(05)V9(04) COMP-3.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed participation file
      * or loan master can't be opened, or if the entitlement tables
      * are unusable.
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
           CLOSE PARTICIPATION-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== ParticipationMaint CONTROL TOTALS ====="
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
      * Opens the keyed participation file I-O and the loan master
      * for keyed reads.  No PARTICPN dataset yet just means no loan
      * has ever been sold -- the file is created empty, the same
      * first-run treatment the keyed loan master gets.  Anything
      * else wrong with either open fails the run with RC 12 before
      * a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O PARTICIPATION-FILE
           IF WS-IV-FS = "35"
               OPEN OUTPUT PARTICIPATION-FILE
               CLOSE PARTICIPATION-FILE
               OPEN I-O PARTICIPATION-FILE
           END-IF
           IF WS-IV-FS NOT = "00"
               DISPLAY "ParticipationMaint: PARTICPN OPEN FAILED FS="
                   WS-IV-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "ParticipationMaint: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE PARTICIPATION-FILE
               END-IF
           END-IF.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  PARTICIPATION-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ PARTICIPATION-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE PARTICIPATION-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

      ******************************************************************
      * Edits the transaction, totals the loan's other shares, reads
      * the investor's own row, and routes to the action.  A
      * transaction that fails anywhere along the way is rejected
      * with the reason.
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
           IF WS-RECORD-VALID
               IF PN-EFFECTIVE-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
               ELSE
                   MOVE PN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               PERFORM 0340-TOTAL-OTHER-SHARES
               PERFORM 0330-READ-LOAN-AND-SHARE
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE PN-ACTION
                   WHEN "SELL  "
                       PERFORM 0500-APPLY-SELL
                   WHEN "CHANGE"
                       PERFORM 0550-APPLY-CHANGE
                   WHEN "END   "
                       PERFORM 0600-APPLY-END
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to PARTMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE PN-USER-ID TO EC-OPERATOR-ID
           MOVE "PARTMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * The share and fee are edited for SELL and CHANGE only; an
      * END needs nothing but the loan, the investor and the date.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN PN-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN PN-ACTION NOT = "SELL  "
                    AND PN-ACTION NOT = "CHANGE"
                    AND PN-ACTION NOT = "END   "
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN PN-LOAN-ACCT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN ACCOUNT MISSING" TO WS-EDIT-REASON
               WHEN PN-INVESTOR-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVESTOR ID MISSING" TO WS-EDIT-REASON
               WHEN PN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-EDIT-REASON
               WHEN PN-ACTION = "END   "
                   CONTINUE
               WHEN PN-SHARE-PCT NOT NUMERIC
                    OR PN-SHARE-PCT = ZERO
                    OR PN-SHARE-PCT > 100
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SHARE PCT NOT OVER 0 TO 100"
                       TO WS-EDIT-REASON
               WHEN PN-SERVICE-FEE-PCT NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "SERVICE FEE PCT NOT NUMERIC"
                       TO WS-EDIT-REASON
               WHEN PN-ACTION = "SELL  "
                    AND PN-INVESTOR-NAME = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "INVESTOR NAME MISSING" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * The loan must be on the master (OPEN as well, for a SELL);
      * the investor's row for the loan, if it has one, is left in
      * the record area for the action.
      ******************************************************************
       0330-READ-LOAN-AND-SHARE.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE PN-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
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
               WHEN PN-ACTION = "SELL  "
                    AND LM-LOAN-STATUS NOT = "OPEN"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN IS NOT OPEN" TO WS-EDIT-REASON
           END-EVALUATE
           MOVE "N" TO WS-IV-FOUND-SW
           MOVE PN-LOAN-ACCT-NO TO IV-LOAN-ACCT-NO
           MOVE PN-INVESTOR-ID  TO IV-INVESTOR-ID
           READ PARTICIPATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-IV-FOUND-SW
                   MOVE IV-STATUS TO WS-OLD-STATUS
           END-READ.

      ******************************************************************
      * Reads the loan's rows in key order from its first investor
      * on, adding up the shares other investors hold ACTIVE.
      ******************************************************************
       0340-TOTAL-OTHER-SHARES.
           MOVE ZERO TO WS-OTHER-SHARES-PCT
           MOVE PN-LOAN-ACCT-NO TO IV-LOAN-ACCT-NO
           MOVE LOW-VALUES      TO IV-INVESTOR-ID
           START PARTICIPATION-FILE
               KEY IS NOT LESS THAN IV-PARTICIPATION-KEY
               INVALID KEY
                   MOVE "Y" TO WS-IV-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-IV-EOF-SW
           END-START
           PERFORM UNTIL WS-IV-EOF
               READ PARTICIPATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-IV-EOF-SW
                   NOT AT END
                       IF IV-LOAN-ACCT-NO NOT = PN-LOAN-ACCT-NO
                           MOVE "Y" TO WS-IV-EOF-SW
                       ELSE
                           IF IV-ACTIVE
                              AND IV-INVESTOR-ID NOT = PN-INVESTOR-ID
                               ADD IV-SHARE-PCT
                                   TO WS-OTHER-SHARES-PCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A new share.  The investor's ENDED row is reused once the
      * month it ended in has gone out on a remittance; before that
      * the old share still has collections to be paid on.
      ******************************************************************
       0500-APPLY-SELL.
           COMPUTE WS-NEW-TOTAL-PCT =
               WS-OTHER-SHARES-PCT + PN-SHARE-PCT
           EVALUATE TRUE
               WHEN WS-IV-FOUND AND IV-ACTIVE
                   MOVE "INVESTOR ALREADY HOLDS SHARE"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN WS-IV-FOUND
                    AND IV-END-DATE (1:6) NOT < WS-TODAY-DATE (1:6)
                   MOVE "SHARE ENDED THIS MONTH" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN WS-NEW-TOTAL-PCT > 100
                   MOVE "SHARES WOULD EXCEED 100 PCT"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE PN-LOAN-ACCT-NO    TO IV-LOAN-ACCT-NO
                   MOVE PN-INVESTOR-ID     TO IV-INVESTOR-ID
                   MOVE PN-INVESTOR-NAME   TO IV-INVESTOR-NAME
                   MOVE PN-SHARE-PCT       TO IV-SHARE-PCT
                   MOVE PN-SERVICE-FEE-PCT TO IV-SERVICE-FEE-PCT
                   MOVE "ACTIVE  "         TO IV-STATUS
                   MOVE WS-EFFECTIVE-DATE  TO IV-SOLD-DATE
                   MOVE ZERO               TO IV-END-DATE
                   MOVE PN-USER-ID         TO IV-SET-USER-ID
                   MOVE WS-TODAY-DATE      TO IV-SET-DATE
                   IF WS-IV-FOUND
                       REWRITE PARTICIPATION-RECORD
                   ELSE
                       WRITE PARTICIPATION-RECORD
                   END-IF
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

      ******************************************************************
      * A corrected share, fee or investor name on an ACTIVE share;
      * the sold date stays as it was.
      ******************************************************************
       0550-APPLY-CHANGE.
           COMPUTE WS-NEW-TOTAL-PCT =
               WS-OTHER-SHARES-PCT + PN-SHARE-PCT
           EVALUATE TRUE
               WHEN NOT WS-IV-FOUND OR NOT IV-ACTIVE
                   MOVE "NO ACTIVE SHARE FOR INVESTOR"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN WS-NEW-TOTAL-PCT > 100
                   MOVE "SHARES WOULD EXCEED 100 PCT"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   IF PN-INVESTOR-NAME NOT = SPACES
                       MOVE PN-INVESTOR-NAME TO IV-INVESTOR-NAME
                   END-IF
                   MOVE PN-SHARE-PCT       TO IV-SHARE-PCT
                   MOVE PN-SERVICE-FEE-PCT TO IV-SERVICE-FEE-PCT
                   MOVE PN-USER-ID         TO IV-SET-USER-ID
                   MOVE WS-TODAY-DATE      TO IV-SET-DATE
                   REWRITE PARTICIPATION-RECORD
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

      ******************************************************************
      * The share stops earning collections from its end date on.
      ******************************************************************
       0600-APPLY-END.
           EVALUATE TRUE
               WHEN NOT WS-IV-FOUND OR NOT IV-ACTIVE
                   MOVE "NO ACTIVE SHARE FOR INVESTOR"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN WS-EFFECTIVE-DATE < IV-SOLD-DATE
                   MOVE "END DATE BEFORE SOLD DATE" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE "ENDED   "        TO IV-STATUS
                   MOVE WS-EFFECTIVE-DATE TO IV-END-DATE
                   MOVE PN-USER-ID        TO IV-SET-USER-ID
                   MOVE WS-TODAY-DATE     TO IV-SET-DATE
                   REWRITE PARTICIPATION-RECORD
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

       0710-WRITE-APPLIED-AUDIT.
           MOVE PN-USER-ID         TO MA-USER-ID
           MOVE PN-ACTION          TO MA-ACTION
           MOVE IV-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE IV-INVESTOR-ID     TO MA-INVESTOR-ID
           MOVE IV-SHARE-PCT       TO MA-SHARE-PCT
           MOVE IV-SERVICE-FEE-PCT TO MA-SERVICE-FEE-PCT
           MOVE IV-SOLD-DATE       TO MA-SOLD-DATE
           MOVE IV-END-DATE        TO MA-END-DATE
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE IV-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE PN-USER-ID         TO MA-USER-ID
           MOVE PN-ACTION          TO MA-ACTION
           MOVE PN-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE PN-INVESTOR-ID     TO MA-INVESTOR-ID
           MOVE ZERO               TO MA-SHARE-PCT
           MOVE ZERO               TO MA-SERVICE-FEE-PCT
           IF PN-SHARE-PCT NUMERIC
               MOVE PN-SHARE-PCT   TO MA-SHARE-PCT
           END-IF
           IF PN-SERVICE-FEE-PCT NUMERIC
               MOVE PN-SERVICE-FEE-PCT TO MA-SERVICE-FEE-PCT
           END-IF
           MOVE ZERO               TO MA-SOLD-DATE
           MOVE ZERO               TO MA-END-DATE
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
