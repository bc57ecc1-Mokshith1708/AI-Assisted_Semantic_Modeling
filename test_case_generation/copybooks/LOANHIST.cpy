      ******************************************************************
      * LOANHIST - permanent per-loan transaction ledger, one row per
      * booking, funding, payment, recovery, accrual, reversal, fee
      * or escrow movement, appended by whichever servicing program
      * posted it.  The daily PAYMENTS file gets scratched after
      * posting; this file never does, so "where did my March
      * payment go" is answered from here instead of from restored
      * tapes.  All fields are DISPLAY format -- the file is
      * greppable and printable as-is.
      * LH-TRAN-TYPE: "BOOKING ", "FUNDING ", "PAYMENT ", "RECOVERY",
      * "ACCRUAL ", "REVERSAL", "FEE     ", "PAYOFF  " or "RATECHG "
      * (an adjustable-rate reset: LH-TRAN-AMT is the new
      * principal-and-interest payment and nothing is posted), and
      * for escrowed loans "ESCROW  " (the escrow share of a payment),
      * "ESCRVSL " (that share backed out with a bounced payment),
      * "ESCDISB " (a tax or insurance bill paid out of escrow) or
      * "ESCREFND" (escrow money returned to the borrower).  Escrow
      * rows carry the escrow amount in LH-TRAN-AMT with zero
      * principal and interest -- none of it touches the loan
      * balance.  A hardship forbearance plan adds "FORBCAP " (the
      * plan's interest capitalized onto the balance when it ends),
      * "FORBDEFR" (the plan's interest deferred to payoff -- a memo
      * row, the balance doesn't move) and "FORBDUE " (deferred
      * interest a payoff check didn't cover, put on the balance);
      * all three carry the amount as interest.  An outside
      * collection agency's remittance posts as a RECOVERY row for
      * the net amount we receive plus an "AGYCOMM " memo row for
      * the agency's commission -- the balance comes down by both,
      * but only the RECOVERY row reaches the allowance.  Refunds
      * owed a borrower are memo rows carrying the refund amount
      * alone: "REFUND  " (a payoff or recovery overage set aside
      * for the borrower), "REFISSUE" (the refund check or ACH
      * credit sent), "REFCASH " (the bank paid it) and "REFESCHT"
      * (uncashed past dormancy and escheated to the state).  A
      * "PAIDFULL" memo row, all amounts zero, records that a loan
      * paid off got its paid-in-full letter and lien release.
      * An "FPIPREM " row is a force-placed insurance premium
      * CollateralMonitor charged to the loan when the borrower let
      * the coverage on the collateral lapse -- it goes on the
      * balance like a fee, the amount in LH-TRAN-AMT.
      * A "BRXFER  " memo row records BranchConsolidation moving the
      * loan to a closing branch's successor: LH-TRAN-AMT is the
      * receivable transferred between the branches on the GL,
      * LH-BALANCE-AFTER the balance, principal and interest zero.
      * A servicing run backed out by LoanMasterBackout leaves its
      * rows in place; each is offset by a row of the same type,
      * amounts negated, LH-BALANCE-AFTER the balance put back,
      * posted as LH-POSTING-PROGRAM "LoanMasterBackout".
      * LH-ROLL-FLAG "R" marks an item that arrived dated in an
      * accounting period PERIODCT has closed and was posted at the
      * first open day instead; LH-ROLLED-FROM-DATE is the date it
      * carried.  Rows from before the field existed read blank.
      ******************************************************************
       01  LOAN-HISTORY-RECORD.
           05  LH-LOAN-ACCT-NO       PIC X(12).
           05  LH-BALANCE-AFTER      PIC S9(09)V99.
           05  LH-POSTING-PROGRAM    PIC X(30).
           05  LH-TIMESTAMP          PIC X(26).
           05  LH-PERIOD-ROLL.
               10  LH-ROLL-FLAG      PIC X(01).
                   88  LH-ROLLED-FORWARD VALUE "R".
               10  LH-ROLLED-FROM-DATE
                                     PIC X(08).
