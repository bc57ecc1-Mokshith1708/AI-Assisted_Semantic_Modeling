       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaidInFull.

      ******************************************************************
      * Nightly paid-in-full processing.  When PaymentPosting posts
      * the payoff check (the amount PayoffQuote quoted) or a
      * recovery that clears a charged-off balance, or an agency
      * remittance does, the loan goes to CLOSED and that used to be
      * the end of it -- the branches typed up paid-in-full letters
      * and filed lien releases by hand, and missed some.  One pass
      * of the cycle's LOANHIST ledger rows (the business date's
      * postings) finds every loan a PAYMENT or RECOVERY row left at
      * a zero balance, and each one still CLOSED on the loan master
      * gets a paid-in-full letter on PIFLTR, worded from the
      * PIFTEXT template table the way CollectionsNoticeGen words
      * its notices from NOTICETX.  A secured loan's COLLATRL
      * collateral gets a lien-release request on LIENREQ and is
      * marked released -- unless the customer still has another
      * OPEN loan the same collateral may secure, in which case the
      * lien is kept and listed on PIFEXCP for the branch to decide.
      * The payoff or recovery overage PaymentPosting already sent
      * to REFUNDUE (and any escrow it gave back) is quoted in the
      * letter; a closed loan still carrying a credit balance has
      * it sent to REFUNDUE here, with its REFUND ledger row.  A
      * PAIDFULL memo row goes on LOANHIST for every loan done, so
      * a rerun of the night skips it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

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

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT PAYOFF-TEXT-FILE
               ASSIGN TO "PIFTEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PT-FS.

           SELECT LETTER-FILE
               ASSIGN TO "PIFLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIEN-RELEASE-FILE
               ASSIGN TO "LIENREQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAID-IN-FULL-EXCEPTION-FILE
               ASSIGN TO "PIFEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-DUE-FILE
               ASSIGN TO "REFUNDUE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  COLLATERAL-FILE.
           COPY COLLREC.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  PAYOFF-TEXT-FILE.
           COPY PIFTEXT.

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  LIEN-RELEASE-FILE.
           COPY LIENREQ.

       FD  PAID-IN-FULL-EXCEPTION-FILE.
       01  PAID-IN-FULL-EXCEPTION-RECORD.
           05  PE-RUN-DATE           PIC 9(08).
           05  PE-LOAN-ACCT-NO       PIC X(12).
           05  PE-CUST-ID            PIC X(10).
           05  PE-REASON             PIC X(30).

       FD  REFUND-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05  RF-LOAN-ACCT-NO       PIC X(12).
           05  RF-CUST-ID            PIC X(10).
           05  RF-BRANCH-CODE        PIC X(04).
           05  RF-REFUND-AMT         PIC S9(07)V99.
           05  RF-PAYMENT-DATE       PIC 9(08).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY CIFWS.
       COPY COLLWS.

       01  WS-LH-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-PT-FS                 PIC X(02).

       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".
       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-PT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PT-EOF            VALUE "Y".
       01  WS-OTHER-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-OTHER-OPEN        VALUE "Y".
       01  WS-LIEN-RELEASED-SW      PIC X(01) VALUE "N".
           88  WS-LIEN-RELEASED     VALUE "Y".

      ******************************************************************
      * The letter template table, loaded once at start-up.  Lines
      * print in PT-LINE-NO order per section; a section with no
      * rows falls back to one plain line rather than leaving the
      * letter without it.
      ******************************************************************
       01  WS-TEMPLATE-AREA.
           05  WS-PT-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PT-ROW OCCURS 100 TIMES
                             INDEXED BY PT-IDX.
               10  WS-PT-SECTION         PIC X(04).
               10  WS-PT-LINE-NO         PIC 9(02).
               10  WS-PT-LINE-TEXT       PIC X(60).
       01  WS-WANTED-SECTION        PIC X(04).
       01  WS-FALLBACK-TEXT         PIC X(60).
       01  WS-LINES-PRINTED         PIC 9(03) COMP.
       01  WS-WANTED-LINE-NO        PIC 9(02).
       01  WS-LINE-FOUND-SW         PIC X(01).
           88  WS-LINE-FOUND        VALUE "Y".

      ******************************************************************
      * The night's paid-in-full candidates, built from the ledger
      * pass: one row per loan with a PAYMENT or RECOVERY row that
      * closed it, the refund and escrow money the night's rows say
      * is going back to the borrower, and whether a PAIDFULL row
      * shows an earlier run of the night already did it.
      ******************************************************************
       01  WS-PAID-IN-FULL-AREA.
           05  WS-PF-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-PF-ROW OCCURS 1000 TIMES
                             INDEXED BY PF-IDX.
               10  WS-PF-LOAN-ACCT-NO    PIC X(12).
               10  WS-PF-CLOSED-SW       PIC X(01).
               10  WS-PF-DONE-SW         PIC X(01).
               10  WS-PF-REFUND-AMT      PIC S9(09)V99 COMP-3.
       01  WS-PF-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PF-FOUND          VALUE "Y".

      ******************************************************************
      * The loan being processed, held apart from the loan master
      * record area -- the look for another OPEN loan reads down
      * the customer key and overwrites it.
      ******************************************************************
       01  WS-PIF-LOAN.
           05  WS-PIF-LOAN-ACCT-NO  PIC X(12).
           05  WS-PIF-CUST-ID       PIC X(10).
           05  WS-PIF-BRANCH-CODE   PIC X(04).
           05  WS-PIF-LAST-PAY-DATE PIC 9(08).

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-REFUND-AMT            PIC S9(07)V99 COMP-3.
       01  WS-EXCEPTION-REASON      PIC X(30).
       01  WS-AMT-EDITED            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-RELEASE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-LIEN-KEPT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-DONE-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-CLOSED-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-REFUND-DOLLARS        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the loan master can't be
      * opened, or the collateral file or the night's paid-in-full
      * loans exceed the in-memory tables.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           PERFORM 0150-LOAD-TEMPLATES
           PERFORM 0160-LOAD-COLLATERAL
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-FIND-PAID-IN-FULL
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "PaidInFull: LOANMAST OPEN FAILED FS=" WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LIEN-RELEASE-FILE
           OPEN OUTPUT PAID-IN-FULL-EXCEPTION-FILE
           OPEN OUTPUT REFUND-DUE-FILE
           PERFORM VARYING PF-IDX FROM 1 BY 1
                   UNTIL PF-IDX > WS-PF-COUNT
               IF WS-PF-CLOSED-SW (PF-IDX) = "Y"
                   IF WS-PF-DONE-SW (PF-IDX) = "Y"
                       ADD 1 TO WS-ALREADY-DONE-COUNT
                   ELSE
                       PERFORM 0300-PROCESS-ONE-LOAN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE LETTER-FILE
           CLOSE LIEN-RELEASE-FILE
           CLOSE PAID-IN-FULL-EXCEPTION-FILE
           CLOSE REFUND-DUE-FILE
           IF WS-RELEASE-COUNT > ZERO
               PERFORM 0800-REWRITE-COLLATERAL
           END-IF
           DISPLAY "===== PaidInFull CONTROL TOTALS ====="
           DISPLAY "PAID-IN-FULL LETTERS:" WS-LETTER-COUNT
           DISPLAY "LIENS RELEASED:      " WS-RELEASE-COUNT
           DISPLAY "LIENS KEPT - OPEN LN:" WS-LIEN-KEPT-COUNT
           DISPLAY "ALREADY PROCESSED:   " WS-ALREADY-DONE-COUNT
           DISPLAY "NO LONGER CLOSED:    " WS-NOT-CLOSED-COUNT
           DISPLAY "CREDIT BALS REFUNDED:" WS-REFUND-COUNT
           DISPLAY "REFUND DOLLARS:      " WS-REFUND-DOLLARS
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
      * Loads the customer information file once at start-up so the
      * letter opens with a mailing address and the lien release
      * names the owner the title goes back to.  No CUSTMAST
      * dataset just means letters print without address blocks,
      * as letters always did.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT < 500
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               MOVE CF-ADDR-LINE-1 TO
                                   WS-CF-ADDR-LINE-1 (CF-IDX)
                               MOVE CF-ADDR-LINE-2 TO
                                   WS-CF-ADDR-LINE-2 (CF-IDX)
                               MOVE CF-CITY TO
                                   WS-CF-CITY (CF-IDX)
                               MOVE CF-STATE TO
                                   WS-CF-STATE (CF-IDX)
                               MOVE CF-POSTAL-CODE TO
                                   WS-CF-POSTAL-CODE (CF-IDX)
                               SET CF-IDX UP BY 1
                               ADD 1 TO WS-CF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0145-FIND-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-CF-FOUND-SW
           SET CF-IDX TO 1
           PERFORM UNTIL WS-CF-FOUND OR CF-IDX > WS-CF-COUNT
               IF WS-CF-CUST-ID (CF-IDX) = WS-CF-LOOKUP-ID
                   MOVE "Y" TO WS-CF-FOUND-SW
               ELSE
                   SET CF-IDX UP BY 1
               END-IF
           END-PERFORM.

       0150-LOAD-TEMPLATES.
           OPEN INPUT PAYOFF-TEXT-FILE
           IF WS-PT-FS = "00"
               MOVE "N" TO WS-PT-EOF-SW
               SET PT-IDX TO 1
               PERFORM UNTIL WS-PT-EOF
                   READ PAYOFF-TEXT-FILE
                       AT END
                           MOVE "Y" TO WS-PT-EOF-SW
                       NOT AT END
                           IF WS-PT-COUNT < 100
                               MOVE PT-SECTION TO
                                   WS-PT-SECTION (PT-IDX)
                               MOVE PT-LINE-NO TO
                                   WS-PT-LINE-NO (PT-IDX)
                               MOVE PT-LINE-TEXT TO
                                   WS-PT-LINE-TEXT (PT-IDX)
                               SET PT-IDX UP BY 1
                               ADD 1 TO WS-PT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYOFF-TEXT-FILE
           END-IF.

      ******************************************************************
      * Loads the whole collateral file, released rows included --
      * it is written back from this table when a lien is released,
      * so a collateral file past the table's capacity fails the run
      * with RC 12 before anything is done rather than be rewritten
      * short.  No COLLATRL dataset just means no loan is secured.
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
                               DISPLAY "PaidInFull: COLLATRL"
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
      * for an earlier payoff is passed over.
      ******************************************************************
       0170-FIND-COLLATERAL.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID (CL-IDX) = WS-PIF-CUST-ID
                  AND WS-CL-LIEN-STATUS (CL-IDX) NOT = "R"
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * One pass of the ledger for the business date's rows, the
      * same selection the GL feed makes.  A PAYMENT or RECOVERY row
      * that left the balance at zero marks a loan paid in full
      * tonight.  The REFUND row PaymentPosting writes for a payoff
      * overage comes just ahead of it, so refund rows are taken
      * into the table too; escrow given back follows the PAYMENT
      * row and is only added to a loan already there.  A PAIDFULL
      * row means an earlier run tonight already did the loan.  More
      * loans than the table holds fails the run with RC 12 rather
      * than leave some without a letter.  No LOANHIST dataset just
      * means nothing was posted.
      ******************************************************************
       0200-FIND-PAID-IN-FULL.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE = WS-TODAY-DATE
                               PERFORM 0250-TAKE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0250-TAKE-LEDGER-ROW.
           EVALUATE LH-TRAN-TYPE
               WHEN "PAYMENT "
               WHEN "RECOVERY"
                   IF LH-BALANCE-AFTER <= ZERO
                       PERFORM 0260-FIND-OR-ADD-LOAN
                       IF WS-PF-FOUND
                           MOVE "Y" TO WS-PF-CLOSED-SW (PF-IDX)
                       END-IF
                   END-IF
               WHEN "REFUND  "
                   PERFORM 0260-FIND-OR-ADD-LOAN
                   IF WS-PF-FOUND
                       ADD LH-TRAN-AMT TO WS-PF-REFUND-AMT (PF-IDX)
                   END-IF
               WHEN "ESCREFND"
                   PERFORM 0255-FIND-LOAN
                   IF WS-PF-FOUND
                       ADD LH-TRAN-AMT TO WS-PF-REFUND-AMT (PF-IDX)
                   END-IF
               WHEN "PAIDFULL"
                   PERFORM 0260-FIND-OR-ADD-LOAN
                   IF WS-PF-FOUND
                       MOVE "Y" TO WS-PF-DONE-SW (PF-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0255-FIND-LOAN.
           MOVE "N" TO WS-PF-FOUND-SW
           SET PF-IDX TO 1
           PERFORM UNTIL WS-PF-FOUND OR PF-IDX > WS-PF-COUNT
               IF WS-PF-LOAN-ACCT-NO (PF-IDX) = LH-LOAN-ACCT-NO
                   MOVE "Y" TO WS-PF-FOUND-SW
               ELSE
                   SET PF-IDX UP BY 1
               END-IF
           END-PERFORM.

       0260-FIND-OR-ADD-LOAN.
           PERFORM 0255-FIND-LOAN
           IF NOT WS-PF-FOUND
               IF WS-PF-COUNT >= 1000
                   DISPLAY "PaidInFull: PAID-IN-FULL LOANS EXCEED"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-LH-EOF-SW
               ELSE
                   ADD 1 TO WS-PF-COUNT
                   SET PF-IDX TO WS-PF-COUNT
                   MOVE LH-LOAN-ACCT-NO TO WS-PF-LOAN-ACCT-NO (PF-IDX)
                   MOVE "N"  TO WS-PF-CLOSED-SW (PF-IDX)
                   MOVE "N"  TO WS-PF-DONE-SW (PF-IDX)
                   MOVE ZERO TO WS-PF-REFUND-AMT (PF-IDX)
                   MOVE "Y"  TO WS-PF-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * A loan a reversal has since reopened, or that has gone from
      * the master, is left alone.  Anything still CLOSED with a
      * credit balance has it refunded first, then the lien is
      * dealt with, the letter written and the PAIDFULL row put on
      * the ledger.
      ******************************************************************
       0300-PROCESS-ONE-LOAN.
           MOVE WS-PF-LOAN-ACCT-NO (PF-IDX) TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO LM-LOAN-STATUS
           END-READ
           IF LM-LOAN-STATUS NOT = "CLOSED"
               ADD 1 TO WS-NOT-CLOSED-COUNT
           ELSE
               IF LM-CURRENT-BALANCE < ZERO
                   PERFORM 0320-REFUND-CREDIT-BALANCE
               END-IF
               MOVE LM-LOAN-ACCT-NO      TO WS-PIF-LOAN-ACCT-NO
               MOVE LM-CUST-ID           TO WS-PIF-CUST-ID
               MOVE LM-BRANCH-CODE       TO WS-PIF-BRANCH-CODE
               MOVE LM-LAST-PAYMENT-DATE TO WS-PIF-LAST-PAY-DATE
               IF WS-PIF-LAST-PAY-DATE = ZERO
                   MOVE WS-TODAY-DATE TO WS-PIF-LAST-PAY-DATE
               END-IF
               PERFORM 0400-RELEASE-LIEN
               PERFORM 0500-WRITE-LETTER
               PERFORM 0600-WRITE-PAID-IN-FULL-ROW
           END-IF.

      ******************************************************************
      * A closed loan carrying a negative balance is money we owe the
      * borrower: the balance goes to zero, the credit goes to
      * REFUNDUE for RefundDisbursement to pay, and a REFUND ledger
      * row lets the GL feed move it to refund clearing -- the same
      * treatment PaymentPosting gives a payoff overage.
      ******************************************************************
       0320-REFUND-CREDIT-BALANCE.
           COMPUTE WS-REFUND-AMT = ZERO - LM-CURRENT-BALANCE
           MOVE ZERO TO LM-CURRENT-BALANCE
           REWRITE LOAN-MASTER-RECORD
           MOVE LM-LOAN-ACCT-NO TO RF-LOAN-ACCT-NO
           MOVE LM-CUST-ID      TO RF-CUST-ID
           MOVE LM-BRANCH-CODE  TO RF-BRANCH-CODE
           MOVE WS-REFUND-AMT   TO RF-REFUND-AMT
           MOVE WS-TODAY-DATE   TO RF-PAYMENT-DATE
           WRITE REFUND-DUE-RECORD
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE "REFUND  "          TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE WS-REFUND-AMT       TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "PaidInFull"        TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD
           ADD WS-REFUND-AMT TO WS-PF-REFUND-AMT (PF-IDX)
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND-AMT TO WS-REFUND-DOLLARS.

      ******************************************************************
      * COLLATRL is kept per customer, not per loan, so collateral
      * is only released when the customer has no other OPEN loan
      * it could be securing; otherwise the lien is kept and the
      * loan listed on PIFEXCP for the branch to decide.
      ******************************************************************
       0400-RELEASE-LIEN.
           MOVE "N" TO WS-LIEN-RELEASED-SW
           PERFORM 0170-FIND-COLLATERAL
           IF WS-CL-FOUND
               PERFORM 0450-CHECK-OTHER-OPEN-LOAN
               IF WS-OTHER-OPEN
                   MOVE "LIEN KEPT - OTHER OPEN LOAN"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0700-WRITE-EXCEPTION
                   ADD 1 TO WS-LIEN-KEPT-COUNT
               ELSE
                   PERFORM 0420-WRITE-LIEN-RELEASE
                   MOVE "R"           TO WS-CL-LIEN-STATUS (CL-IDX)
                   MOVE WS-TODAY-DATE TO WS-CL-RELEASE-DATE (CL-IDX)
                   MOVE "Y" TO WS-LIEN-RELEASED-SW
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF.

       0420-WRITE-LIEN-RELEASE.
           MOVE SPACES TO LIEN-RELEASE-RECORD
           MOVE WS-TODAY-DATE       TO LQ-REQUEST-DATE
           MOVE WS-PIF-LOAN-ACCT-NO TO LQ-LOAN-ACCT-NO
           MOVE WS-PIF-CUST-ID      TO LQ-CUST-ID
           MOVE WS-PIF-BRANCH-CODE  TO LQ-BRANCH-CODE
           MOVE WS-CL-COLLATERAL-TYPE (CL-IDX) TO LQ-COLLATERAL-TYPE
           MOVE WS-CL-APPRAISED-VALUE (CL-IDX) TO LQ-APPRAISED-VALUE
           MOVE WS-CL-APPRAISAL-DATE (CL-IDX)  TO LQ-APPRAISAL-DATE
           MOVE WS-PIF-CUST-ID TO WS-CF-LOOKUP-ID
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX)    TO LQ-OWNER-NAME
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX)  TO LQ-ADDR-LINE-1
               MOVE WS-CF-ADDR-LINE-2 (CF-IDX)  TO LQ-ADDR-LINE-2
               MOVE WS-CF-CITY (CF-IDX)         TO LQ-CITY
               MOVE WS-CF-STATE (CF-IDX)        TO LQ-STATE
               MOVE WS-CF-POSTAL-CODE (CF-IDX)  TO LQ-POSTAL-CODE
           END-IF
           WRITE LIEN-RELEASE-RECORD.

      ******************************************************************
      * One read down the LM-CUST-ID alternate key for any OPEN loan
      * of the same customer's.
      ******************************************************************
       0450-CHECK-OTHER-OPEN-LOAN.
           MOVE "N" TO WS-OTHER-OPEN-SW
           MOVE WS-PIF-CUST-ID TO LM-CUST-ID
           START LOAN-MASTER-FILE
               KEY IS EQUAL TO LM-CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-LM-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-LM-EOF-SW
           END-START
           PERFORM UNTIL WS-OTHER-OPEN OR WS-LM-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT AT END
                       IF LM-CUST-ID NOT = WS-PIF-CUST-ID
                           MOVE "Y" TO WS-LM-EOF-SW
                       ELSE
                           IF LM-LOAN-STATUS = "OPEN"
                              AND LM-LOAN-ACCT-NO
                                  NOT = WS-PIF-LOAN-ACCT-NO
                               MOVE "Y" TO WS-OTHER-OPEN-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0500-WRITE-LETTER.
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-PIF-CUST-ID TO WS-CF-LOOKUP-ID
           PERFORM 0520-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           STRING "ACCOUNT " DELIMITED BY SIZE
                  WS-PIF-LOAN-ACCT-NO DELIMITED BY SIZE
                  "  CUSTOMER " DELIMITED BY SIZE
                  WS-PIF-CUST-ID DELIMITED BY SIZE
                  "  BRANCH " DELIMITED BY SIZE
                  WS-PIF-BRANCH-CODE DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PAID IN FULL: " DELIMITED BY SIZE
                  WS-PIF-LAST-PAY-DATE DELIMITED BY SIZE
                  "  BALANCE: 0.00" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PIF " TO WS-WANTED-SECTION
           MOVE "YOUR LOAN HAS BEEN PAID IN FULL. THANK YOU."
               TO WS-FALLBACK-TEXT
           PERFORM 0550-WRITE-TEMPLATE-SECTION
           IF WS-LIEN-RELEASED
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "LIEN" TO WS-WANTED-SECTION
               MOVE "OUR LIEN ON YOUR COLLATERAL IS BEING RELEASED."
                   TO WS-FALLBACK-TEXT
               PERFORM 0550-WRITE-TEMPLATE-SECTION
           END-IF
           IF WS-PF-REFUND-AMT (PF-IDX) > ZERO
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-PF-REFUND-AMT (PF-IDX) TO WS-AMT-EDITED
               MOVE SPACES TO LETTER-LINE
               STRING "REFUND DUE TO YOU: " DELIMITED BY SIZE
                      WS-AMT-EDITED DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               MOVE "RFND" TO WS-WANTED-SECTION
               MOVE "YOUR REFUND WILL BE SENT TO YOU SEPARATELY."
                   TO WS-FALLBACK-TEXT
               PERFORM 0550-WRITE-TEMPLATE-SECTION
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "SINCERELY," TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "CONSUMER LENDING DEPARTMENT" TO LETTER-LINE
           WRITE LETTER-LINE
           ADD 1 TO WS-LETTER-COUNT.

      ******************************************************************
      * The mailing address block off CUSTMAST; a customer with no
      * row prints without one, as letters always did.
      ******************************************************************
       0520-WRITE-ADDRESS-BLOCK.
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX) TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO LETTER-LINE
               WRITE LETTER-LINE
               IF WS-CF-ADDR-LINE-2 (CF-IDX) NOT = SPACES
                   MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               MOVE SPACES TO LETTER-LINE
               STRING WS-CF-CITY (CF-IDX) DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      WS-CF-STATE (CF-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CF-POSTAL-CODE (CF-IDX) DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      ******************************************************************
      * Prints the section's template lines in line-number order
      * (the table needn't be sorted on file).  A section nobody
      * has written wording for prints WS-FALLBACK-TEXT instead.
      ******************************************************************
       0550-WRITE-TEMPLATE-SECTION.
           MOVE ZERO TO WS-LINES-PRINTED
           PERFORM VARYING WS-WANTED-LINE-NO FROM 1 BY 1
                   UNTIL WS-WANTED-LINE-NO > 99
               MOVE "N" TO WS-LINE-FOUND-SW
               PERFORM VARYING PT-IDX FROM 1 BY 1
                       UNTIL PT-IDX > WS-PT-COUNT
                   IF WS-PT-SECTION (PT-IDX) = WS-WANTED-SECTION
                      AND WS-PT-LINE-NO (PT-IDX) = WS-WANTED-LINE-NO
                       MOVE WS-PT-LINE-TEXT (PT-IDX) TO LETTER-LINE
                       WRITE LETTER-LINE
                       ADD 1 TO WS-LINES-PRINTED
                       MOVE "Y" TO WS-LINE-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-LINE-FOUND
                   MOVE 99 TO WS-WANTED-LINE-NO
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = ZERO
               MOVE WS-FALLBACK-TEXT TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      ******************************************************************
      * The PAIDFULL memo row: nothing moves, the balance stays at
      * zero; it records that the letter and any lien release went
      * out, so a rerun of the night passes the loan by.
      ******************************************************************
       0600-WRITE-PAID-IN-FULL-ROW.
           MOVE WS-PIF-LOAN-ACCT-NO TO LH-LOAN-ACCT-NO
           MOVE WS-PIF-CUST-ID      TO LH-CUST-ID
           MOVE "PAIDFULL"          TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE ZERO                TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE ZERO                TO LH-BALANCE-AFTER
           MOVE "PaidInFull"        TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0700-WRITE-EXCEPTION.
           MOVE WS-TODAY-DATE       TO PE-RUN-DATE
           MOVE WS-PIF-LOAN-ACCT-NO TO PE-LOAN-ACCT-NO
           MOVE WS-PIF-CUST-ID      TO PE-CUST-ID
           MOVE WS-EXCEPTION-REASON TO PE-REASON
           WRITE PAID-IN-FULL-EXCEPTION-RECORD.

      ******************************************************************
      * Full-file rewrite of COLLATRL with tonight's releases
      * recorded, the same persisted-file rewrite the notice log
      * gets.  Each row's insurance tracking goes back as it came.
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
