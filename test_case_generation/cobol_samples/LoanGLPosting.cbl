      * while Finance booked the far bigger loan money by hand off
      * control-total printouts.  One pass of the cycle's LOANHIST
      * ledger rows (the business date's postings) accumulates per
      * branch -- the branch the keyed LOANMAST row carries the
      * loan under tonight, so a loan a branch consolidation has
      * moved posts under its successor -- and balanced
      * GLJRNL-layout entries go to LOANJRNL: disbursements debit
      * loans receivable and credit funding clearing; payments
      * debit payment clearing and credit receivable (principal)
      * and interest income; fees, accruals and forbearance
      * interest put on the balance build the receivable against
      * income; a force-placed insurance premium charged to a
      * borrower builds the receivable against the premium payable
      * to the carrier; reversals unwind payments; recoveries
      * credit the allowance; escrow shares of payments move from
      * payment clearing to the escrow liability, and escrow bills
      * paid and escrow refunds move back out of it; refunds owed
      * borrowers move from payment clearing to refund clearing,
      * out to refunds outstanding when the check or credit is
      * issued, and off it when the bank pays it or it escheats to
      * the state as unclaimed property; the day's CHGREG
      * charge-offs debit the allowance against the receivable;
      * and the day's BRXFREG branch transfers move the receivable
      * out of the closing branch's cost center and into the
      * successor's.  A bucket a backed-out run has netted negative
      * posts the same legs reversed.  Every entry carries the
      * night's JE-CYCLE-NUMBER so the feed reconciles to CTLTOTS,
      * and the balancing proof fails the step with RC 8 before an
      * unbalanced file can reach the ledger.  LOANJRNL opens with
      * the standard interface header (IFCREC) for the business date
      * and cycle and closes with the standard trailer -- line count,
      * and debits plus credits as the amount hash -- and the steps
      * that append to it behind this one add a header and trailer
      * of their own, so JournalBalanceProof can tell every batch
      * on it arrived whole and once.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT BRANCH-TRANSFER-FILE
               ASSIGN TO "BRXFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-FS.

           SELECT JOURNAL-FILE
               ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL.
           05  CR-PAYMENTS-BEHIND    PIC 9(03).
           05  CR-CHGOFF-DATE        PIC 9(08).

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  BRANCH-TRANSFER-FILE.
           COPY BRXFREG.

       FD  JOURNAL-FILE.
           COPY GLJRNL.


       COPY RUNCTLWS.
       COPY BIZDTWS.
       COPY IFCREC.

       01  WS-LH-FS                 PIC X(02).
       01  WS-CR-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-XF-FS                 PIC X(02).
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".
       01  WS-CR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CR-EOF            VALUE "Y".
       01  WS-XF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-XF-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).

               10  WS-GB-PRINCIPAL       PIC S9(11)V99 COMP-3.
               10  WS-GB-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-GB-FEES            PIC S9(11)V99 COMP-3.
               10  WS-GB-FPI-PREMIUM     PIC S9(11)V99 COMP-3.
               10  WS-GB-ACCRUALS        PIC S9(11)V99 COMP-3.
               10  WS-GB-RVSL-PRIN       PIC S9(11)V99 COMP-3.
               10  WS-GB-RVSL-INT        PIC S9(11)V99 COMP-3.
               10  WS-GB-RECOVERIES      PIC S9(11)V99 COMP-3.
               10  WS-GB-CHARGEOFFS      PIC S9(11)V99 COMP-3.
               10  WS-GB-ESCROW-IN       PIC S9(11)V99 COMP-3.
               10  WS-GB-ESCROW-RVSL     PIC S9(11)V99 COMP-3.
               10  WS-GB-ESCROW-DISB     PIC S9(11)V99 COMP-3.
               10  WS-GB-ESCROW-RFND     PIC S9(11)V99 COMP-3.
               10  WS-GB-REFUND-DUE      PIC S9(11)V99 COMP-3.
               10  WS-GB-REFUND-ISSUED   PIC S9(11)V99 COMP-3.
               10  WS-GB-REFUND-CASHED   PIC S9(11)V99 COMP-3.
               10  WS-GB-REFUND-ESCHEAT  PIC S9(11)V99 COMP-3.
               10  WS-GB-XFER-IN         PIC S9(11)V99 COMP-3.
               10  WS-GB-XFER-OUT        PIC S9(11)V99 COMP-3.
       01  WS-GB-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GB-FOUND          VALUE "Y".
       01  WS-WORK-COST-CENTER      PIC X(03).
       01  WS-XF-FROM-CENTER        PIC X(03).
       01  WS-XF-TO-CENTER          PIC X(03).
       01  WS-XF-AMOUNT             PIC S9(09)V99 COMP-3.
       01  WS-LEG-ACCOUNT           PIC X(08).
       01  WS-LEG-SIDE              PIC X(01).
           88  WS-LEG-DEBIT         VALUE "D".
           88  WS-LEG-CREDIT        VALUE "C".
       01  WS-LEG-AMOUNT            PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-JOURNAL-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO when the journal balances, 8 when it doesn't, and
      * 12 if the keyed loan master can't be opened.
      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "LoanGLPosting: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-ACCUMULATE-LEDGER
           CLOSE LOAN-MASTER-FILE
           PERFORM 0250-ACCUMULATE-CHARGEOFFS
           PERFORM 0260-ACCUMULATE-TRANSFERS
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 0280-WRITE-HEADER
           PERFORM 0300-POST-BRANCHES
           PERFORM 0780-WRITE-TRAILER
           CLOSE JOURNAL-FILE
           PERFORM 0800-PROVE-BALANCE
           GOBACK.
               MOVE ZERO TO WS-GB-PRINCIPAL (GB-IDX)
               MOVE ZERO TO WS-GB-INTEREST (GB-IDX)
               MOVE ZERO TO WS-GB-FEES (GB-IDX)
               MOVE ZERO TO WS-GB-FPI-PREMIUM (GB-IDX)
               MOVE ZERO TO WS-GB-ACCRUALS (GB-IDX)
               MOVE ZERO TO WS-GB-RVSL-PRIN (GB-IDX)
               MOVE ZERO TO WS-GB-RVSL-INT (GB-IDX)
               MOVE ZERO TO WS-GB-RECOVERIES (GB-IDX)
               MOVE ZERO TO WS-GB-CHARGEOFFS (GB-IDX)
               MOVE ZERO TO WS-GB-ESCROW-IN (GB-IDX)
               MOVE ZERO TO WS-GB-ESCROW-RVSL (GB-IDX)
               MOVE ZERO TO WS-GB-ESCROW-DISB (GB-IDX)
               MOVE ZERO TO WS-GB-ESCROW-RFND (GB-IDX)
               MOVE ZERO TO WS-GB-REFUND-DUE (GB-IDX)
               MOVE ZERO TO WS-GB-REFUND-ISSUED (GB-IDX)
               MOVE ZERO TO WS-GB-REFUND-CASHED (GB-IDX)
               MOVE ZERO TO WS-GB-REFUND-ESCHEAT (GB-IDX)
               MOVE ZERO TO WS-GB-XFER-IN (GB-IDX)
               MOVE ZERO TO WS-GB-XFER-OUT (GB-IDX)
               ADD 1 TO WS-GB-COUNT
               MOVE "Y" TO WS-GB-FOUND-SW
           END-IF.

      ******************************************************************
      * The branch is the one the loan master carries the loan under
      * now; its first three characters serve as cost center.  A
      * row whose loan is not on the master falls back to the branch
      * the account number was issued under, its leading four
      * characters.
      ******************************************************************
       0220-ACCUMULATE-ONE-ROW.
           MOVE LH-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE LH-LOAN-ACCT-NO (1:3) TO WS-WORK-COST-CENTER
               NOT INVALID KEY
                   MOVE LM-BRANCH-CODE (1:3) TO WS-WORK-COST-CENTER
           END-READ
           PERFORM 0210-FIND-BRANCH-CELL
           IF WS-GB-FOUND
               EVALUATE LH-TRAN-TYPE
                       ADD LH-TRAN-AMT TO WS-GB-DISBURSED (GB-IDX)
      *        The clearing debit is the amount actually applied to
      *        the loan (principal plus interest) -- an overpayment
      *        refund never touched the loan and journals off its
      *        own REFUND row.
                   WHEN "PAYMENT "
                       COMPUTE WS-GB-PAYMENTS (GB-IDX) =
                           WS-GB-PAYMENTS (GB-IDX)
                           TO WS-GB-INTEREST (GB-IDX)
                   WHEN "FEE     "
                       ADD LH-TRAN-AMT TO WS-GB-FEES (GB-IDX)
                   WHEN "FPIPREM "
                       ADD LH-TRAN-AMT TO WS-GB-FPI-PREMIUM (GB-IDX)
      *        Forbearance interest reaching the balance books like
      *        an accrual; a FORBDEFR memo row never touches the
      *        balance and is left to WHEN OTHER.
                   WHEN "ACCRUAL "
                   WHEN "FORBCAP "
                   WHEN "FORBDUE "
                       ADD LH-TRAN-AMT TO WS-GB-ACCRUALS (GB-IDX)
      *        Reversal rows carry the original payment's split,
      *        so the feed can restore the receivable AND reverse
                           TO WS-GB-RVSL-INT (GB-IDX)
      *        Like payments, a recovery journals only the amount
      *        that applied to the loan -- an overpayment refund
      *        journals off its own REFUND row.  An
      *        agency's commission never reaches us, so its AGYCOMM
      *        memo row is left to WHEN OTHER.
                   WHEN "RECOVERY"
                       ADD LH-PRINCIPAL-AMT
                           TO WS-GB-RECOVERIES (GB-IDX)
      *        Escrow rows carry the escrow amount alone; none of it
      *        is receivable or income.
                   WHEN "ESCROW  "
                       ADD LH-TRAN-AMT TO WS-GB-ESCROW-IN (GB-IDX)
                   WHEN "ESCRVSL "
                       ADD LH-TRAN-AMT TO WS-GB-ESCROW-RVSL (GB-IDX)
                   WHEN "ESCDISB "
                       ADD LH-TRAN-AMT TO WS-GB-ESCROW-DISB (GB-IDX)
                   WHEN "ESCREFND"
                       ADD LH-TRAN-AMT TO WS-GB-ESCROW-RFND (GB-IDX)
      *        Refund rows carry the refund amount alone and never
      *        touch the loan balance.
                   WHEN "REFUND  "
                       ADD LH-TRAN-AMT TO WS-GB-REFUND-DUE (GB-IDX)
                   WHEN "REFISSUE"
                       ADD LH-TRAN-AMT TO WS-GB-REFUND-ISSUED (GB-IDX)
                   WHEN "REFCASH "
                       ADD LH-TRAN-AMT TO WS-GB-REFUND-CASHED (GB-IDX)
                   WHEN "REFESCHT"
                       ADD LH-TRAN-AMT
                           TO WS-GB-REFUND-ESCHEAT (GB-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The day's branch transfers come off the BRXFREG register the
      * consolidation run appends to.  A loan's receivable moves
      * into the successor's cost center and out of the closing
      * branch's; a negative amount moves the other way.  Branches
      * sharing a cost center post nothing.  No BRXFREG dataset
      * just means no branch has ever been consolidated.
      ******************************************************************
       0260-ACCUMULATE-TRANSFERS.
           OPEN INPUT BRANCH-TRANSFER-FILE
           IF WS-XF-FS = "00"
               MOVE "N" TO WS-XF-EOF-SW
               PERFORM UNTIL WS-XF-EOF
                   READ BRANCH-TRANSFER-FILE
                       AT END
                           MOVE "Y" TO WS-XF-EOF-SW
                       NOT AT END
                           IF XF-TRANSFER-DATE = WS-TODAY-DATE
                              AND XF-FROM-BRANCH (1:3)
                                  NOT = XF-TO-BRANCH (1:3)
                              AND XF-RECEIVABLE-AMT NOT = ZERO
                               PERFORM 0270-ACCUMULATE-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-TRANSFER-FILE
           END-IF.

       0270-ACCUMULATE-ONE-TRANSFER.
           IF XF-RECEIVABLE-AMT > ZERO
               MOVE XF-FROM-BRANCH (1:3) TO WS-XF-FROM-CENTER
               MOVE XF-TO-BRANCH (1:3)   TO WS-XF-TO-CENTER
               MOVE XF-RECEIVABLE-AMT    TO WS-XF-AMOUNT
           ELSE
               MOVE XF-TO-BRANCH (1:3)   TO WS-XF-FROM-CENTER
               MOVE XF-FROM-BRANCH (1:3) TO WS-XF-TO-CENTER
               COMPUTE WS-XF-AMOUNT = ZERO - XF-RECEIVABLE-AMT
           END-IF
           MOVE WS-XF-TO-CENTER TO WS-WORK-COST-CENTER
           PERFORM 0210-FIND-BRANCH-CELL
           IF WS-GB-FOUND
               ADD WS-XF-AMOUNT TO WS-GB-XFER-IN (GB-IDX)
           END-IF
           MOVE WS-XF-FROM-CENTER TO WS-WORK-COST-CENTER
           PERFORM 0210-FIND-BRANCH-CELL
           IF WS-GB-FOUND
               ADD WS-XF-AMOUNT TO WS-GB-XFER-OUT (GB-IDX)
           END-IF.

       0280-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "LOANJRNL"       TO IC-FILE-ID
           MOVE "LOANGL"         TO IC-PRODUCER
           MOVE WS-BUSINESS-DATE TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0300-POST-BRANCHES.
           PERFORM VARYING GB-IDX FROM 1 BY 1
                   UNTIL GB-IDX > WS-GB-COUNT
           END-PERFORM.

       0350-POST-ONE-BRANCH.
           MOVE WS-GB-DISBURSED (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "LOANS DISBURSED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21200000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "FUNDING CLEARING" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-PAYMENTS (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "PAYMENT CLEARING" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-PRINCIPAL (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "PRINCIPAL COLLECTED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-INTEREST (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "41100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "INTEREST INCOME" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-FEES (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "LATE FEES RECEIVABLE" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "41200000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "LATE FEE INCOME" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-FPI-PREMIUM (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "FORCE-PLACED PREMIUM RECV" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21900000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "FORCE-PLACED INS PAYABLE" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-ACCRUALS (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "INTEREST ACCRUED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "41100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "INTEREST INCOME ACCRUED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-RVSL-PRIN (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "NSF PRINCIPAL RESTORED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-RVSL-INT (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "41100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "INTEREST INCOME REVERSED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           COMPUTE WS-LEG-AMOUNT = WS-GB-RVSL-PRIN (GB-IDX)
                                 + WS-GB-RVSL-INT (GB-IDX)
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "PAYMENT CLEARING REVERSED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-RECOVERIES (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "RECOVERY CLEARING" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "13900000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "ALLOWANCE RECOVERED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-CHARGEOFFS (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13900000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "CHARGE-OFFS VS ALLOWANCE" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "RECEIVABLE CHARGED OFF" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           PERFORM 0360-POST-BRANCH-ESCROW
           PERFORM 0370-POST-BRANCH-REFUNDS.

      ******************************************************************
      * Escrow is money held for the borrower, so every movement is
      * against the escrow liability: the share of a payment comes
      * out of payment clearing into it, a bounced share goes back,
      * a tax or insurance bill paid goes out to the escrow
      * disbursement clearing account Treasury pays from, and a
      * refund goes out to the refund clearing account.
      ******************************************************************
       0360-POST-BRANCH-ESCROW.
           MOVE WS-GB-ESCROW-IN (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "PAYMENT CLEARING - ESCROW" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "22500000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "ESCROW COLLECTED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-ESCROW-RVSL (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "22500000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "NSF ESCROW REVERSED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "PAYMENT CLEARING REVERSED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-ESCROW-DISB (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "22500000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "ESCROW BILLS PAID" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21400000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "ESCROW DISBURSEMENT CLEARING" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-ESCROW-RFND (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "22500000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "ESCROW REFUNDED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21500000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "REFUND CLEARING - ESCROW" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG.

      ******************************************************************
      * A refund is money we owe the borrower until the bank pays
      * it: a payoff or recovery overage moves from payment
      * clearing into the refund clearing account escrow refunds
      * already go to; issuing the check or ACH credit moves it to
      * refunds outstanding; the bank paying it takes it out of
      * cash; and one left uncashed past the dormancy period moves
      * to unclaimed property payable, owed to the state.
      ******************************************************************
       0370-POST-BRANCH-REFUNDS.
           MOVE WS-GB-REFUND-DUE (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21300000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "PAYMENT CLEARING - REFUND" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21500000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "REFUND CLEARING - OVERPAYMENT" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-REFUND-ISSUED (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21500000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "REFUND CLEARING - ISSUED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21600000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "REFUNDS OUTSTANDING" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-REFUND-CASHED (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21600000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "REFUNDS CASHED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "11100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "CASH - REFUND DISBURSEMENTS" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-REFUND-ESCHEAT (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "21600000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "REFUNDS ESCHEATED" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE "21700000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "UNCLAIMED PROPERTY PAYABLE" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-XFER-IN (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "D" TO WS-LEG-SIDE
           MOVE "BRANCH TRANSFER IN" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG
           MOVE WS-GB-XFER-OUT (GB-IDX) TO WS-LEG-AMOUNT
           MOVE "13100000" TO WS-LEG-ACCOUNT
           MOVE "C" TO WS-LEG-SIDE
           MOVE "BRANCH TRANSFER OUT" TO JE-DESCRIPTION
           PERFORM 0380-POST-SIGNED-LEG.

      ******************************************************************
      * One leg of an entry on its natural side.  A bucket can net
      * negative -- a backed-out run appends negated LOANHIST rows
      * -- and a negative leg posts its absolute value on the
      * opposite side, the way a transfer with a negative
      * receivable swaps its branches, so every leg of a pair or of
      * the payment split reverses together and the entry still
      * balances.  A zero leg writes nothing.
      ******************************************************************
       0380-POST-SIGNED-LEG.
           IF WS-LEG-AMOUNT NOT = ZERO
               MOVE WS-LEG-ACCOUNT TO JE-ACCOUNT
               MOVE ZERO TO JE-DEBIT-AMOUNT
               MOVE ZERO TO JE-CREDIT-AMOUNT
               IF WS-LEG-AMOUNT > ZERO
                   IF WS-LEG-DEBIT
                       MOVE WS-LEG-AMOUNT TO JE-DEBIT-AMOUNT
                   ELSE
                       MOVE WS-LEG-AMOUNT TO JE-CREDIT-AMOUNT
                   END-IF
               ELSE
                   IF WS-LEG-DEBIT
                       COMPUTE JE-CREDIT-AMOUNT = ZERO - WS-LEG-AMOUNT
                   ELSE
                       COMPUTE JE-DEBIT-AMOUNT = ZERO - WS-LEG-AMOUNT
                   END-IF
               END-IF
               PERFORM 0390-WRITE-ENTRY
           END-IF.

           ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-ENTRY-COUNT.

       0780-WRITE-TRAILER.
           COMPUTE WS-JOURNAL-HASH = WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-ENTRY-COUNT   TO IC-RECORD-COUNT
           MOVE WS-JOURNAL-HASH  TO IC-AMOUNT-HASH
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0800-PROVE-BALANCE.
           DISPLAY "===== LoanGLPosting BALANCING PROOF ====="
           DISPLAY "JOURNAL LINES:       " WS-ENTRY-COUNT
