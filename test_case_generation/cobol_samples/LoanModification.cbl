      * workout.  A modification naming an account with no OPEN
      * loan rejects to MODREJCT for the branch.  LOANMAST is the
      * keyed VSAM master now: each modification is one keyed READ
      * and REWRITE of the row it names, journaled on LMBFIMG with
      * its before image and the RUNCTL cycle so LoanMasterBackout
      * can take a bad LOANMODS file back off the master.  An
      * effective date in a month Finance has closed on PERIODCT is
      * moved to the first open day (the AUDITTRL decision says
      * MODIFIED ROLLED) or the modification is set aside unapplied
      * on POSTSUSP, as the closed month says.  A new installment is
      * the principal-and-interest payment the workout agreed: any
      * active ESCROW share rides on top of it in LM-INSTALLMENT-AMT,
      * and on an adjustable-rate loan it replaces a reset payment
      * still waiting on VRTERMS.  The approver on each modification
      * must hold a role entitled to LOANMOD on ENTITLE; anyone
      * else's is rejected to MODREJCT and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT VARIABLE-RATE-TERMS-FILE
               ASSIGN TO "VRTERMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-LOAN-ACCT-NO
               FILE STATUS IS WS-VT-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT POSTING-SUSPENSE-FILE
               ASSIGN TO "POSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MODIFICATION-FILE.
       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  VARIABLE-RATE-TERMS-FILE.
           COPY VRTERMS.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  POSTING-SUSPENSE-FILE.
           COPY POSTSUSP.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY PERDCHK.
       COPY ENTLCHK.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".

      ******************************************************************
      * ESCROW and VRTERMS are optional: no dataset means no loan
      * carries escrow or reprices against an index.
      ******************************************************************
       01  WS-ES-FS                 PIC X(02).
       01  WS-ES-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-ES-OPEN           VALUE "Y".
       01  WS-VT-FS                 PIC X(02).
       01  WS-VT-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-VT-OPEN           VALUE "Y".

      ******************************************************************
      * The master row as it was read, before the run changed it --
      * what goes on the LMBFIMG journal when the row is rewritten.
      ******************************************************************
       01  WS-LM-BEFORE-IMAGE       PIC X(81).
       01  WS-BI-FS                 PIC X(02).

      ******************************************************************
      * The modification log held in memory for the run; a loan
      * modified again simply gets its row updated to the newest

       01  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-ROLLED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-SUSPENSE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-PENDING-DROPPED-COUNT PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master, the
      * before-image journal or an ESCROW or VRTERMS dataset that is
      * there can't be opened, the period control file can't be
      * read, or the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

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
           PERFORM 0170-LOAD-MODLOG
           IF RUN-RETURN-CODE NOT = ZERO
               PERFORM 0890-CLOSE-KEYED-FILES
               GOBACK
           END-IF
           PERFORM 0200-APPLY-MODIFICATIONS
           PERFORM 0890-CLOSE-KEYED-FILES
           PERFORM 0850-REWRITE-MODLOG
           DISPLAY "===== LoanModification CONTROL TOTALS ====="
           DISPLAY "MODIFICATIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "MODIFICATIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "ROLLED FROM CLOSED:    " WS-ROLLED-COUNT
           DISPLAY "SENT TO SUSPENSE:      " WS-SUSPENSE-COUNT
           DISPLAY "NOT ENTITLED:          " WS-NOT-ENTITLED-COUNT
           DISPLAY "ARM PAYMENTS DROPPED:  " WS-PENDING-DROPPED-COUNT
           GOBACK.

      ******************************************************************
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * Loads the period table with one check at the business date
      * before the master is opened: a PERIODCT that can't be read
      * fails the run with RC 12 rather than send every
      * modification to suspense.
      ******************************************************************
       0130-PRIME-PERIOD-CHECK.
           MOVE "LOANSVC "    TO PK-LEDGER-CODE
           MOVE WS-TODAY-DATE TO PK-ITEM-DATE
           MOVE WS-TODAY-DATE TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           IF PK-RETURN-CODE NOT = ZERO
               DISPLAY "LoanModification: PERIODCT NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the run; anything wrong with
      * the open fails the run with RC 12 before a single
      * transaction is applied, and so does a before-image journal
      * that won't open.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
               DISPLAY "LoanModification: LOANMAST OPEN FAILED FS="
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
               DISPLAY "LoanModification: LMBFIMG OPEN FAILED FS="
                   WS-BI-FS
               CLOSE LOAN-MASTER-FILE
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               PERFORM 0160-OPEN-TERMS-FILES
           END-IF.

      ******************************************************************
      * ESCROW is read for the escrow share a new installment
      * carries; VRTERMS is opened I-O so a new installment can
      * replace a reset payment still waiting.  A dataset that isn't
      * there is no escrow or no adjustable-rate loans; one that is
      * there but won't open closes everything again and fails the
      * run with RC 12, since applying a new installment without it
      * would drop the escrow or leave a stale reset payment behind.
      ******************************************************************
       0160-OPEN-TERMS-FILES.
           MOVE "N" TO WS-ES-OPEN-SW
           MOVE "N" TO WS-VT-OPEN-SW
           OPEN INPUT ESCROW-FILE
           EVALUATE WS-ES-FS
               WHEN "00"
                   MOVE "Y" TO WS-ES-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "LoanModification: ESCROW OPEN FAILED FS="
                       WS-ES-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE
           IF RUN-RETURN-CODE = ZERO
               OPEN I-O VARIABLE-RATE-TERMS-FILE
               EVALUATE WS-VT-FS
                   WHEN "00"
                       MOVE "Y" TO WS-VT-OPEN-SW
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "LoanModification: VRTERMS OPEN FAILED"
                           " FS=" WS-VT-FS
                       MOVE 12 TO RUN-RETURN-CODE
               END-EVALUATE
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               PERFORM 0890-CLOSE-KEYED-FILES
           END-IF.

      ******************************************************************
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-MASTER-RECORD TO WS-LM-BEFORE-IMAGE
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           OPEN INPUT  LOAN-MODIFICATION-FILE
           OPEN OUTPUT MODIFICATION-REJECT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN EXTEND POSTING-SUSPENSE-FILE
           PERFORM UNTIL WS-MD-EOF
               READ LOAN-MODIFICATION-FILE
                   AT END
           END-PERFORM
           CLOSE LOAN-MODIFICATION-FILE
           CLOSE MODIFICATION-REJECT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE POSTING-SUSPENSE-FILE.

      ******************************************************************
      * A zero new-rate/tenure/installment leaves that term alone,
      * so a rate-only workout doesn't have to re-key the rest.  An
      * approver is required -- an unapproved restructure is exactly
      * the verbal "we'll work with you" this program exists to end
      * -- and must be entitled to LOANMOD.  An effective date in a
      * closed month is rolled or suspended once the transaction has
      * passed its edits.
      ******************************************************************
       0300-APPLY-ONE-MODIFICATION.
           PERFORM 0180-READ-LOAN-BY-ACCT
           PERFORM 0305-CHECK-ENTITLEMENT
           PERFORM 0310-CHECK-EFFECTIVE-PERIOD
           EVALUATE TRUE
               WHEN NOT WS-LM-FOUND
                   MOVE MD-LOAN-ACCT-NO TO MR-LOAN-ACCT-NO
                   MOVE "APPROVER MISSING" TO MR-REASON
                   WRITE MODIFICATION-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT EC-ENTITLED
                   MOVE MD-LOAN-ACCT-NO TO MR-LOAN-ACCT-NO
                   MOVE MD-APPROVER-ID  TO MR-APPROVER-ID
                   MOVE EC-REASON       TO MR-REASON
                   WRITE MODIFICATION-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN MD-EFFECTIVE-DATE = ZERO
                   MOVE MD-LOAN-ACCT-NO TO MR-LOAN-ACCT-NO
                   MOVE MD-APPROVER-ID  TO MR-APPROVER-ID
                   MOVE "EFFECTIVE DATE MISSING" TO MR-REASON
                   WRITE MODIFICATION-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PK-TO-SUSPENSE
                   PERFORM 0330-SUSPEND-MODIFICATION
               WHEN OTHER
                   IF PK-ROLL-FORWARD
                       MOVE PK-POST-DATE TO MD-EFFECTIVE-DATE
                       ADD 1 TO WS-ROLLED-COUNT
                   END-IF
                   PERFORM 0350-APPLY-NEW-TERMS
           END-EVALUATE.

      ******************************************************************
      * The approver on the modification must hold a role entitled
      * to LOANMOD on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE MD-APPROVER-ID TO EC-OPERATOR-ID
           MOVE "LOANMOD" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0310-CHECK-EFFECTIVE-PERIOD.
           MOVE "LOANSVC "        TO PK-LEDGER-CODE
           MOVE MD-EFFECTIVE-DATE TO PK-ITEM-DATE
           MOVE WS-TODAY-DATE     TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA.

       0330-SUSPEND-MODIFICATION.
           MOVE "LOANSVC "               TO PS-LEDGER-CODE
           MOVE "LoanModification"       TO PS-POSTING-PROGRAM
           MOVE MD-LOAN-ACCT-NO          TO PS-ITEM-KEY
           MOVE MD-EFFECTIVE-DATE        TO PS-ITEM-DATE
           MOVE MD-NEW-INSTALLMENT       TO PS-ITEM-AMT
           MOVE PK-REASON                TO PS-REASON
           MOVE WS-CYCLE-NUMBER          TO PS-CYCLE-NUMBER
           MOVE WS-RUN-TS                TO PS-TIMESTAMP
           MOVE LOAN-MODIFICATION-RECORD TO PS-ITEM-IMAGE
           WRITE POSTING-SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENSE-COUNT.

       0350-APPLY-NEW-TERMS.
           MOVE LM-BOOKED-RATE  TO WS-OLD-RATE
           MOVE LM-TENURE-YEARS TO WS-OLD-TENURE
           END-IF
           IF MD-NEW-INSTALLMENT > ZERO
               MOVE MD-NEW-INSTALLMENT TO LM-INSTALLMENT-AMT
               PERFORM 0370-ADD-ESCROW-SHARE
           END-IF
           MOVE LM-BOOKED-RATE  TO WS-NEW-RATE
           MOVE LM-TENURE-YEARS TO WS-NEW-TENURE
           PERFORM 0360-REWRITE-LOAN-MASTER
           IF WS-LM-FS (1:1) = "0"
              AND MD-NEW-INSTALLMENT > ZERO
              AND WS-VT-OPEN
               PERFORM 0380-DROP-PENDING-PAYMENT
           END-IF
           PERFORM 0190-FIND-MODLOG-ROW
           IF WS-MO-FOUND
               MOVE MD-EFFECTIVE-DATE
           PERFORM 0400-WRITE-AUDIT
           ADD 1 TO WS-APPLIED-COUNT.

      ******************************************************************
      * Rewrites the master row in place and journals it on LMBFIMG
      * -- the image as read, the image as left, the cycle and the
      * run timestamp the ledger rows carry -- so LoanMasterBackout
      * can undo exactly this run's changes to it.
      ******************************************************************
       0360-REWRITE-LOAN-MASTER.
           REWRITE LOAN-MASTER-RECORD
           IF WS-LM-FS (1:1) = "0"
               MOVE "LoanModification" TO BI-POSTING-PROGRAM
               MOVE WS-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
               MOVE WS-RUN-TS          TO BI-RUN-TS
               MOVE "R"                TO BI-ACTION
               MOVE LM-LOAN-ACCT-NO    TO BI-LOAN-ACCT-NO
               MOVE WS-LM-BEFORE-IMAGE TO BI-BEFORE-IMAGE
               MOVE LOAN-MASTER-RECORD TO BI-AFTER-IMAGE
               WRITE LOAN-BEFORE-IMAGE-RECORD
           END-IF.

      ******************************************************************
      * The escrow share EscrowMaint and EscrowAnalysis keep inside
      * LM-INSTALLMENT-AMT goes back on top of the new principal-
      * and-interest payment, so an escrowed loan's installment
      * doesn't drop by the escrow and PaymentPosting's escrow split
      * still takes it from the escrow, not the principal.
      ******************************************************************
       0370-ADD-ESCROW-SHARE.
           IF WS-ES-OPEN
               MOVE LM-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ES-ESCROW-STATUS = "ACTIVE  "
                           ADD ES-MONTHLY-ESCROW
                               TO LM-INSTALLMENT-AMT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * On an adjustable-rate loan a reset payment still waiting for
      * its change date was figured from the terms the workout has
      * just replaced; left there, LoanRepricing would swap it in
      * for the agreed payment.  The workout's payment stands, and
      * the next reset re-amortizes from it (installment less
      * escrow) like any other.
      ******************************************************************
       0380-DROP-PENDING-PAYMENT.
           MOVE LM-LOAN-ACCT-NO TO VT-LOAN-ACCT-NO
           READ VARIABLE-RATE-TERMS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VT-PAYMENT-CHANGE-DATE NOT = ZERO
                       MOVE ZERO TO VT-PRIOR-PI
                       MOVE ZERO TO VT-PENDING-PI
                       MOVE ZERO TO VT-PAYMENT-CHANGE-DATE
                       REWRITE VARIABLE-RATE-TERMS-RECORD
                       ADD 1 TO WS-PENDING-DROPPED-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * The audit row pairs the old and new rate and term in the
      * remark with the approver's ID, the same who-decided-what
      * trail every decision program leaves.  A modification whose
      * effective date was rolled out of a closed month says so in
      * the decision.
      ******************************************************************
       0400-WRITE-AUDIT.
           MOVE LM-CUST-ID         TO AU-CUST-ID
           MOVE WS-RUN-TS          TO AU-TIMESTAMP
           MOVE "LoanModification" TO AU-PROGRAM-ID
           MOVE "MODIFIED"         TO AU-DECISION
           IF PK-ROLL-FORWARD
               MOVE "MODIFIED ROLLED" TO AU-DECISION
           END-IF
           MOVE SPACES TO AU-REMARK
           STRING MD-APPROVER-ID DELIMITED BY SPACE
                  ": RATE " DELIMITED BY SIZE
               WRITE MODIFICATION-LOG-RECORD
           END-PERFORM
           CLOSE MODIFICATION-LOG-FILE.

       0890-CLOSE-KEYED-FILES.
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           IF WS-ES-OPEN
               CLOSE ESCROW-FILE
           END-IF
           IF WS-VT-OPEN
               CLOSE VARIABLE-RATE-TERMS-FILE
           END-IF.
