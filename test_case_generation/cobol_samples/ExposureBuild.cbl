       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExposureBuild.

      ******************************************************************
      * Nightly customer exposure build, run ahead of the decision
      * job stream.  The decision programs only ever looked at the
      * application in front of them, so a customer could stack
      * approval on approval -- or co-sign a relative's loan and
      * then borrow in their own name -- with nothing adding up what
      * the bank already had riding on them.  This rebuilds the
      * keyed EXPOSURE file from scratch, one row per CUST-ID:
      * the balance of every OPEN loan on LOANMAST goes to its
      * borrower, the same balance goes to the co-borrower named on
      * the loan's COBRLINK row, and every approval still waiting
      * in last night's dual-control hold queue (HELDAPPL/HELDDECS)
      * goes to its applicant and co-applicant as pending.  The
      * decision programs read the file to hold each new approval
      * against the single-borrower limit; LargestExposureReport
      * lists the top of it weekly.  No COBRLINK or no hold queue
      * just means nothing contingent or pending tonight.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT CO-BORROWER-LINK-FILE
               ASSIGN TO "COBRLINK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-FS.

           SELECT HELD-APPLICATION-FILE
               ASSIGN TO "HELDAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HA-FS.

           SELECT HELD-DECISION-FILE
               ASSIGN TO "HELDDECS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-FS.

           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-CUST-ID
               FILE STATUS IS WS-XP-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  CO-BORROWER-LINK-FILE.
           COPY COBRLINK.

       FD  HELD-APPLICATION-FILE.
           COPY CUSTREC.

       FD  HELD-DECISION-FILE.
       01  HELD-DECISION-REC.
           05  HL-CUST-ID            PIC X(10).
           05  HL-LSTATUS            PIC X(15).
           05  HL-REMARK             PIC X(40).
           05  HL-LOAN-AMT           PIC S9(05)V99.
           05  HL-INTEREST-RATE      PIC S9(02)V9(02).
           05  HL-REASON-CODES       PIC X(16).
           05  HL-DECISION-DATE      PIC 9(08).

       FD  EXPOSURE-FILE.
           COPY EXPOSURE.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-CB-FS                 PIC X(02).
       01  WS-HA-FS                 PIC X(02).
       01  WS-HD-FS                 PIC X(02).
       01  WS-XP-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-CB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CB-EOF            VALUE "Y".
       01  WS-HL-EOF-SW             PIC X(01) VALUE "N".
           88  WS-HL-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).

      ******************************************************************
      * One contribution to a customer's exposure: who, which
      * branch to file a brand-new row under, how much, and which
      * bucket -- "D" direct, "C" contingent, "P" pending.
      ******************************************************************
       01  WS-POST-CUST-ID          PIC X(10).
       01  WS-POST-BRANCH-CODE      PIC X(04).
       01  WS-POST-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-POST-KIND             PIC X(01).
           88  WS-POST-DIRECT       VALUE "D".
           88  WS-POST-CONTINGENT   VALUE "C".
           88  WS-POST-PENDING      VALUE "P".

       01  WS-LOANS-COUNTED         PIC 9(07) COMP VALUE ZERO.
       01  WS-LINKS-COUNTED         PIC 9(07) COMP VALUE ZERO.
       01  WS-LINKS-CLOSED          PIC 9(07) COMP VALUE ZERO.
       01  WS-HOLDS-COUNTED         PIC 9(07) COMP VALUE ZERO.
       01  WS-CUSTOMERS-BUILT       PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-DIRECT          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CONTINGENT      PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-PENDING         PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master can't
      * be opened or the exposure file can't be built.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "ExposureBuild: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0150-CREATE-EXPOSURE-FILE
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           PERFORM 0300-TALLY-DIRECT-LOANS
           PERFORM 0400-TALLY-CO-BORROWERS
           CLOSE LOAN-MASTER-FILE
           PERFORM 0500-TALLY-PENDING-HOLDS
           CLOSE EXPOSURE-FILE
           PERFORM 0950-DISPLAY-TOTALS
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
      * The file is rebuilt whole every night -- an empty OPEN
      * OUTPUT clears last night's rows, then it is reopened I-O so
      * each contribution can be read and rewritten by key.
      ******************************************************************
       0150-CREATE-EXPOSURE-FILE.
           OPEN OUTPUT EXPOSURE-FILE
           IF WS-XP-FS = "00"
               CLOSE EXPOSURE-FILE
               OPEN I-O EXPOSURE-FILE
           END-IF
           IF WS-XP-FS NOT = "00"
               DISPLAY "ExposureBuild: EXPOSURE OPEN FAILED FS="
                   WS-XP-FS
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Every OPEN loan's outstanding balance is direct exposure for
      * its borrower.  Charged-off and paid-off loans are not.
      ******************************************************************
       0300-TALLY-DIRECT-LOANS.
           MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN LM-LOAN-ACCT-NO
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
                       IF LM-LOAN-STATUS = "OPEN"
                           MOVE LM-CUST-ID     TO WS-POST-CUST-ID
                           MOVE LM-BRANCH-CODE TO WS-POST-BRANCH-CODE
                           MOVE LM-CURRENT-BALANCE TO WS-POST-AMOUNT
                           MOVE "D" TO WS-POST-KIND
                           PERFORM 0600-POST-EXPOSURE
                           ADD 1 TO WS-LOANS-COUNTED
                           ADD LM-CURRENT-BALANCE TO WS-TOTAL-DIRECT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A co-borrower is on the hook for the whole loan, so the
      * linked loan's balance counts in full against them while the
      * loan is still OPEN.  A link whose loan has since paid off
      * or charged off is skipped.
      ******************************************************************
       0400-TALLY-CO-BORROWERS.
           OPEN INPUT CO-BORROWER-LINK-FILE
           IF WS-CB-FS = "00"
               MOVE "N" TO WS-CB-EOF-SW
               PERFORM UNTIL WS-CB-EOF
                   READ CO-BORROWER-LINK-FILE
                       AT END
                           MOVE "Y" TO WS-CB-EOF-SW
                       NOT AT END
                           PERFORM 0420-TALLY-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE CO-BORROWER-LINK-FILE
           END-IF.

       0420-TALLY-ONE-LINK.
           MOVE CB-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ACCT-NO
               INVALID KEY
                   ADD 1 TO WS-LINKS-CLOSED
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE CB-CO-CUST-ID  TO WS-POST-CUST-ID
                       MOVE LM-BRANCH-CODE TO WS-POST-BRANCH-CODE
                       MOVE LM-CURRENT-BALANCE TO WS-POST-AMOUNT
                       MOVE "C" TO WS-POST-KIND
                       PERFORM 0600-POST-EXPOSURE
                       ADD 1 TO WS-LINKS-COUNTED
                       ADD LM-CURRENT-BALANCE TO WS-TOTAL-CONTINGENT
                   ELSE
                       ADD 1 TO WS-LINKS-CLOSED
                   END-IF
           END-READ.

      ******************************************************************
      * Approvals waiting on a second approver are as good as booked
      * for exposure purposes: the approved amount counts as pending
      * against the applicant and, on a joint application, the
      * co-applicant.  The queue is an aligned application/decision
      * pair, read together the way LoanBooking reads it.
      ******************************************************************
       0500-TALLY-PENDING-HOLDS.
           OPEN INPUT HELD-APPLICATION-FILE
           IF WS-HA-FS NOT = "00"
               CONTINUE
           ELSE
               OPEN INPUT HELD-DECISION-FILE
               IF WS-HD-FS NOT = "00"
                   CLOSE HELD-APPLICATION-FILE
               ELSE
                   MOVE "N" TO WS-HL-EOF-SW
                   PERFORM UNTIL WS-HL-EOF
                       PERFORM 0520-READ-HELD-PAIR
                       IF NOT WS-HL-EOF
                           PERFORM 0540-TALLY-ONE-HOLD
                       END-IF
                   END-PERFORM
                   CLOSE HELD-APPLICATION-FILE
                   CLOSE HELD-DECISION-FILE
               END-IF
           END-IF.

       0520-READ-HELD-PAIR.
           READ HELD-APPLICATION-FILE
               AT END
                   MOVE "Y" TO WS-HL-EOF-SW
           END-READ
           IF NOT WS-HL-EOF
               READ HELD-DECISION-FILE
                   AT END
                       MOVE "Y" TO WS-HL-EOF-SW
               END-READ
           END-IF.

       0540-TALLY-ONE-HOLD.
           IF HL-LSTATUS (1:8) = "APPROVED"
               MOVE HL-CUST-ID     TO WS-POST-CUST-ID
               MOVE CA-BRANCH-CODE TO WS-POST-BRANCH-CODE
               MOVE HL-LOAN-AMT    TO WS-POST-AMOUNT
               MOVE "P" TO WS-POST-KIND
               PERFORM 0600-POST-EXPOSURE
               ADD 1 TO WS-HOLDS-COUNTED
               ADD HL-LOAN-AMT TO WS-TOTAL-PENDING
               IF CA-HAS-CO-APPLICANT = "Y"
                   AND CA-CO-CUST-ID NOT = SPACES
                   MOVE CA-CO-CUST-ID TO WS-POST-CUST-ID
                   PERFORM 0600-POST-EXPOSURE
               END-IF
           END-IF.

      ******************************************************************
      * Adds one contribution to the customer's row, starting the
      * row on the customer's first contribution of the night.
      ******************************************************************
       0600-POST-EXPOSURE.
           MOVE WS-POST-CUST-ID TO XP-CUST-ID
           READ EXPOSURE-FILE
               KEY IS XP-CUST-ID
               INVALID KEY
                   MOVE WS-POST-CUST-ID     TO XP-CUST-ID
                   MOVE WS-POST-BRANCH-CODE TO XP-BRANCH-CODE
                   MOVE ZERO TO XP-DIRECT-BALANCE
                   MOVE ZERO TO XP-DIRECT-COUNT
                   MOVE ZERO TO XP-CONTINGENT-BALANCE
                   MOVE ZERO TO XP-CONTINGENT-COUNT
                   MOVE ZERO TO XP-PENDING-AMOUNT
                   MOVE ZERO TO XP-PENDING-COUNT
                   MOVE ZERO TO XP-TOTAL-EXPOSURE
                   MOVE WS-TODAY-DATE TO XP-AS-OF-DATE
                   PERFORM 0620-ADD-TO-BUCKET
                   WRITE EXPOSURE-RECORD
                       INVALID KEY
                           DISPLAY "ExposureBuild: WRITE FAILED "
                               XP-CUST-ID
                   END-WRITE
                   ADD 1 TO WS-CUSTOMERS-BUILT
               NOT INVALID KEY
                   PERFORM 0620-ADD-TO-BUCKET
                   REWRITE EXPOSURE-RECORD
                       INVALID KEY
                           DISPLAY "ExposureBuild: REWRITE FAILED "
                               XP-CUST-ID
                   END-REWRITE
           END-READ.

       0620-ADD-TO-BUCKET.
           EVALUATE TRUE
               WHEN WS-POST-DIRECT
                   ADD WS-POST-AMOUNT TO XP-DIRECT-BALANCE
                   ADD 1 TO XP-DIRECT-COUNT
               WHEN WS-POST-CONTINGENT
                   ADD WS-POST-AMOUNT TO XP-CONTINGENT-BALANCE
                   ADD 1 TO XP-CONTINGENT-COUNT
               WHEN WS-POST-PENDING
                   ADD WS-POST-AMOUNT TO XP-PENDING-AMOUNT
                   ADD 1 TO XP-PENDING-COUNT
           END-EVALUATE
           ADD WS-POST-AMOUNT TO XP-TOTAL-EXPOSURE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== ExposureBuild CONTROL TOTALS ====="
           DISPLAY "OPEN LOANS COUNTED:  " WS-LOANS-COUNTED
           DISPLAY "CO-BORROWER LINKS:   " WS-LINKS-COUNTED
           DISPLAY "LINKS TO CLOSED LOAN:" WS-LINKS-CLOSED
           DISPLAY "PENDING HOLDS:       " WS-HOLDS-COUNTED
           DISPLAY "CUSTOMERS ON FILE:   " WS-CUSTOMERS-BUILT
           DISPLAY "DIRECT EXPOSURE:     " WS-TOTAL-DIRECT
           DISPLAY "CONTINGENT EXPOSURE: " WS-TOTAL-CONTINGENT
           DISPLAY "PENDING EXPOSURE:    " WS-TOTAL-PENDING.
