       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubledgerRecon.

      ******************************************************************
      * Nightly loan subledger to general ledger reconciliation, run
      * ahead of the loan GL feed.  JournalBalanceProof proves that
      * each night's journal balances; nothing proved that loans
      * receivable in the ledger still agrees with LOANMAST.  Per
      * branch cost center, last night's subledger balance from the
      * prior RECNBOOK generation is rolled forward through the
      * business date's receivable activity -- exactly what
      * LoanGLPosting is about to journal to loans receivable:
      * loans funded, payment principal, reversed principal, late
      * fees, force-placed insurance premiums and forbearance
      * interest from LOANHIST, the month-end
      * interest accrual from ACCRREG, the day's CHGREG
      * charge-offs, and the receivable a branch consolidation moved
      * between cost centers on the day's BRXFREG register.  A loan
      * counts under the branch LOANMAST carries it under tonight,
      * as LoanGLPosting journals it.  The rolled-forward figure is
      * compared with tonight's LOANMAST total (funded loans not
      * charged off), and the GL receivable balance on GLBAL at
      * last night's close, carried forward through the same activity,
      * is compared with LOANMAST too.  RECNRPT prints the
      * roll-forward for every cost center with its unexplained
      * differences; a difference over the RECNPARM tolerance
      * either way sets RC 8, so the step that follows holds
      * tonight's feed until the break is found.  Tonight's
      * balances go to the next RECNBOOK generation.  A cost
      * center with no prior balance (a new branch, or the first
      * night) opens at LOANMAST less the night's activity; no
      * GLBAL dataset leaves the ledger side unreconciled and says
      * so on the report.
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

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT ACCRUAL-REGISTER-FILE
               ASSIGN TO "ACCRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FS.

           SELECT CHARGEOFF-REGISTER-FILE
               ASSIGN TO "CHGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FS.

           SELECT BRANCH-TRANSFER-FILE
               ASSIGN TO "BRXFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XF-FS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO "GLBAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GT-FS.

           SELECT RECON-PARAMETER-FILE
               ASSIGN TO "RECNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TL-FS.

           SELECT PRIOR-RECON-FILE
               ASSIGN TO "RECNPRIR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SK-FS.

           SELECT RECON-BOOK-FILE
               ASSIGN TO "RECNBOOK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-REPORT-FILE
               ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  ACCRUAL-REGISTER-FILE.
       01  ACCRUAL-REGISTER-RECORD.
           05  AC-LOAN-ACCT-NO       PIC X(12).
           05  AC-CUST-ID            PIC X(10).
           05  AC-BRANCH-CODE        PIC X(04).
           05  AC-ACCRUED-INTEREST   PIC S9(07)V99.
           05  AC-NEW-BALANCE        PIC S9(09)V99.
           05  AC-ACCRUAL-DATE       PIC 9(08).

       FD  CHARGEOFF-REGISTER-FILE.
       01  CHARGEOFF-REGISTER-RECORD.
           05  CR-LOAN-ACCT-NO       PIC X(12).
           05  CR-CUST-ID            PIC X(10).
           05  CR-BRANCH-CODE        PIC X(04).
           05  CR-CHGOFF-BALANCE     PIC S9(09)V99.
           05  CR-PAYMENTS-BEHIND    PIC 9(03).
           05  CR-CHGOFF-DATE        PIC 9(08).

       FD  BRANCH-TRANSFER-FILE.
           COPY BRXFREG.

       FD  GL-BALANCE-FILE.
           COPY GLBAL.

       FD  RECON-PARAMETER-FILE.
           COPY RECNPARM.

       FD  PRIOR-RECON-FILE.
       01  PRIOR-RECON-RECORD        PIC X(45).

       FD  RECON-BOOK-FILE.
           COPY RECNBOOK.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-AC-FS                 PIC X(02).
       01  WS-CR-FS                 PIC X(02).
       01  WS-GT-FS                 PIC X(02).
       01  WS-TL-FS                 PIC X(02).
       01  WS-SK-FS                 PIC X(02).
       01  WS-XF-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".
       01  WS-AC-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AC-EOF            VALUE "Y".
       01  WS-CR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CR-EOF            VALUE "Y".
       01  WS-GT-EOF-SW             PIC X(01) VALUE "N".
           88  WS-GT-EOF            VALUE "Y".
       01  WS-SK-EOF-SW             PIC X(01) VALUE "N".
           88  WS-SK-EOF            VALUE "Y".
       01  WS-XF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-XF-EOF            VALUE "Y".
       01  WS-GL-SUPPLIED-SW        PIC X(01) VALUE "N".
           88  WS-GL-SUPPLIED       VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TOLERANCE-AMT         PIC 9(07)V99 VALUE ZERO.

      ******************************************************************
      * One reconciliation cell per cost center: where it opened,
      * the night's receivable activity by kind, where that leaves
      * it, and what LOANMAST and the ledger say.
      ******************************************************************
       01  WS-RECON-AREA.
           05  WS-RL-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-RL-ROW OCCURS 200 TIMES
                             INDEXED BY RL-IDX.
               10  WS-RL-COST-CENTER     PIC X(03).
               10  WS-RL-PRIOR-SW        PIC X(01).
                   88  WS-RL-HAS-PRIOR   VALUE "Y".
               10  WS-RL-PRIOR-AS-OF     PIC 9(08).
               10  WS-RL-PRIOR-BAL       PIC S9(11)V99 COMP-3.
               10  WS-RL-FUNDED          PIC S9(11)V99 COMP-3.
               10  WS-RL-PRINCIPAL       PIC S9(11)V99 COMP-3.
               10  WS-RL-REVERSED        PIC S9(11)V99 COMP-3.
               10  WS-RL-FEES            PIC S9(11)V99 COMP-3.
               10  WS-RL-FPI-PREMIUM     PIC S9(11)V99 COMP-3.
               10  WS-RL-FORB-INTEREST   PIC S9(11)V99 COMP-3.
               10  WS-RL-ACCRUED         PIC S9(11)V99 COMP-3.
               10  WS-RL-CHARGED-OFF     PIC S9(11)V99 COMP-3.
               10  WS-RL-XFER-IN         PIC S9(11)V99 COMP-3.
               10  WS-RL-XFER-OUT        PIC S9(11)V99 COMP-3.
               10  WS-RL-ACTIVITY        PIC S9(11)V99 COMP-3.
               10  WS-RL-ROLLED          PIC S9(11)V99 COMP-3.
               10  WS-RL-ACTUAL          PIC S9(11)V99 COMP-3.
               10  WS-RL-SUB-DIFF        PIC S9(11)V99 COMP-3.
               10  WS-RL-GL-BAL          PIC S9(11)V99 COMP-3.
               10  WS-RL-GL-PROJECTED    PIC S9(11)V99 COMP-3.
               10  WS-RL-GL-DIFF         PIC S9(11)V99 COMP-3.
       01  WS-RL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RL-FOUND          VALUE "Y".
       01  WS-WORK-COST-CENTER      PIC X(03).
       01  WS-WORK-ACCT-NO          PIC X(12).
       01  WS-XF-FROM-CENTER        PIC X(03).
       01  WS-XF-TO-CENTER          PIC X(03).
       01  WS-XF-AMOUNT             PIC S9(09)V99 COMP-3.

      ******************************************************************
      * One labelled amount on the report.
      ******************************************************************
       01  WS-LINE-LABEL            PIC X(40).
       01  WS-LINE-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-LINE-FLAG             PIC X(30).
       01  WS-AMT-EDITED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ABS-DIFF              PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-AREA.
           05  WS-TOTAL-PRIOR       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-ACTIVITY    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-ACTUAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-SUB-DIFF    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-GL-DIFF     PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LOANS-COUNTED         PIC 9(07) COMP VALUE ZERO.
       01  WS-OPENED-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master can't
      * be opened or the cost center table overflows, 8 if any cost
      * center is out of balance beyond tolerance.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-READ-TOLERANCE
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "SubledgerRecon: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0200-LOAD-PRIOR-BALANCES
           PERFORM 0250-LOAD-GL-BALANCES
           PERFORM 0300-TALLY-LOAN-MASTER
           PERFORM 0400-TALLY-LEDGER-ACTIVITY
           PERFORM 0450-TALLY-ACCRUALS
           CLOSE LOAN-MASTER-FILE
           PERFORM 0470-TALLY-CHARGEOFFS
           PERFORM 0480-TALLY-TRANSFERS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN OUTPUT RECON-BOOK-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 0180-WRITE-REPORT-HEADINGS
           PERFORM 0500-RECONCILE-COST-CENTERS
           PERFORM 0800-WRITE-TOTALS
           CLOSE RECON-BOOK-FILE
           CLOSE RECON-REPORT-FILE
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
      * No RECNPARM dataset means the subledger ties to the penny.
      ******************************************************************
       0130-READ-TOLERANCE.
           OPEN INPUT RECON-PARAMETER-FILE
           IF WS-TL-FS = "00"
               READ RECON-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TL-TOLERANCE-AMT TO WS-TOLERANCE-AMT
               END-READ
               CLOSE RECON-PARAMETER-FILE
           END-IF.

       0180-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "LOAN SUBLEDGER TO GENERAL LEDGER RECONCILIATION"
                      DELIMITED BY SIZE
                  " - LOANS RECEIVABLE 13100000 - AS OF "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE WS-TOLERANCE-AMT TO WS-AMT-EDITED
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "TOLERANCE PER COST CENTER " DELIMITED BY SIZE
                  WS-AMT-EDITED DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           IF NOT WS-GL-SUPPLIED
               MOVE "NO GLBAL TRIAL BALANCE SUPPLIED - LEDGER SIDE NOT"
                   TO RECON-REPORT-LINE
               MOVE " RECONCILED" TO RECON-REPORT-LINE (50:11)
               WRITE RECON-REPORT-LINE
           END-IF
           MOVE ALL "-" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      ******************************************************************
      * Last night's RECNBOOK generation opens each cost center.  A
      * row already stamped with tonight's date means this is a
      * rerun: it rolls again from the opening that row kept.  No
      * RECNPRIR dataset leaves every cost center to open fresh.
      ******************************************************************
       0200-LOAD-PRIOR-BALANCES.
           OPEN INPUT PRIOR-RECON-FILE
           IF WS-SK-FS = "00"
               MOVE "N" TO WS-SK-EOF-SW
               PERFORM UNTIL WS-SK-EOF
                   READ PRIOR-RECON-FILE
                       AT END
                           MOVE "Y" TO WS-SK-EOF-SW
                       NOT AT END
                           MOVE PRIOR-RECON-RECORD
                               TO RECON-BOOK-RECORD
                           PERFORM 0210-LOAD-ONE-PRIOR
                   END-READ
               END-PERFORM
               CLOSE PRIOR-RECON-FILE
           END-IF.

       0210-LOAD-ONE-PRIOR.
           MOVE SK-COST-CENTER TO WS-WORK-COST-CENTER
           PERFORM 0190-FIND-COST-CENTER
           IF WS-RL-FOUND
               IF SK-AS-OF-DATE = WS-TODAY-DATE
                   IF SK-PRIOR-AS-OF-DATE NOT = ZERO
                       MOVE "Y" TO WS-RL-PRIOR-SW (RL-IDX)
                       MOVE SK-PRIOR-AS-OF-DATE
                           TO WS-RL-PRIOR-AS-OF (RL-IDX)
                       MOVE SK-PRIOR-BALANCE
                           TO WS-RL-PRIOR-BAL (RL-IDX)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-RL-PRIOR-SW (RL-IDX)
                   MOVE SK-AS-OF-DATE TO WS-RL-PRIOR-AS-OF (RL-IDX)
                   MOVE SK-BALANCE TO WS-RL-PRIOR-BAL (RL-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * Leaves RL-IDX on the cost center's cell, opening one the
      * first time it turns up.  A full table fails the run with
      * RC 12 rather than leave a branch unreconciled.
      ******************************************************************
       0190-FIND-COST-CENTER.
           MOVE "N" TO WS-RL-FOUND-SW
           SET RL-IDX TO 1
           PERFORM UNTIL WS-RL-FOUND OR RL-IDX > WS-RL-COUNT
               IF WS-RL-COST-CENTER (RL-IDX) = WS-WORK-COST-CENTER
                   MOVE "Y" TO WS-RL-FOUND-SW
               ELSE
                   SET RL-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RL-FOUND
               IF WS-RL-COUNT >= 200
                   IF RUN-RETURN-CODE = ZERO
                       DISPLAY "SubledgerRecon: COST CENTER TABLE"
                           " CAPACITY EXCEEDED"
                   END-IF
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-RL-COUNT
                   SET RL-IDX TO WS-RL-COUNT
                   MOVE WS-WORK-COST-CENTER
                       TO WS-RL-COST-CENTER (RL-IDX)
                   MOVE "N"  TO WS-RL-PRIOR-SW (RL-IDX)
                   MOVE ZERO TO WS-RL-PRIOR-AS-OF (RL-IDX)
                   MOVE ZERO TO WS-RL-PRIOR-BAL (RL-IDX)
                   MOVE ZERO TO WS-RL-FUNDED (RL-IDX)
                   MOVE ZERO TO WS-RL-PRINCIPAL (RL-IDX)
                   MOVE ZERO TO WS-RL-REVERSED (RL-IDX)
                   MOVE ZERO TO WS-RL-FEES (RL-IDX)
                   MOVE ZERO TO WS-RL-FPI-PREMIUM (RL-IDX)
                   MOVE ZERO TO WS-RL-FORB-INTEREST (RL-IDX)
                   MOVE ZERO TO WS-RL-ACCRUED (RL-IDX)
                   MOVE ZERO TO WS-RL-CHARGED-OFF (RL-IDX)
                   MOVE ZERO TO WS-RL-XFER-IN (RL-IDX)
                   MOVE ZERO TO WS-RL-XFER-OUT (RL-IDX)
                   MOVE ZERO TO WS-RL-ACTIVITY (RL-IDX)
                   MOVE ZERO TO WS-RL-ROLLED (RL-IDX)
                   MOVE ZERO TO WS-RL-ACTUAL (RL-IDX)
                   MOVE ZERO TO WS-RL-SUB-DIFF (RL-IDX)
                   MOVE ZERO TO WS-RL-GL-BAL (RL-IDX)
                   MOVE ZERO TO WS-RL-GL-PROJECTED (RL-IDX)
                   MOVE ZERO TO WS-RL-GL-DIFF (RL-IDX)
                   MOVE "Y" TO WS-RL-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * A loan's cost center is the leading three characters of the
      * branch the keyed master carries it under; a loan not on the
      * master falls back to its account number's, the branch it
      * was issued under.
      ******************************************************************
       0195-FIND-LOAN-COST-CENTER.
           MOVE WS-WORK-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE WS-WORK-ACCT-NO (1:3) TO WS-WORK-COST-CENTER
               NOT INVALID KEY
                   MOVE LM-BRANCH-CODE (1:3) TO WS-WORK-COST-CENTER
           END-READ
           PERFORM 0190-FIND-COST-CENTER.

      ******************************************************************
      * The ledger's loans receivable at last night's close, per
      * cost center.  Every other account on the trial balance is
      * passed over.
      ******************************************************************
       0250-LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF WS-GT-FS = "00"
               MOVE "Y" TO WS-GL-SUPPLIED-SW
               MOVE "N" TO WS-GT-EOF-SW
               PERFORM UNTIL WS-GT-EOF
                   READ GL-BALANCE-FILE
                       AT END
                           MOVE "Y" TO WS-GT-EOF-SW
                       NOT AT END
                           IF GT-ACCOUNT = "13100000"
                               MOVE GT-COST-CENTER
                                   TO WS-WORK-COST-CENTER
                               PERFORM 0190-FIND-COST-CENTER
                               IF WS-RL-FOUND
                                   ADD GT-BALANCE
                                       TO WS-RL-GL-BAL (RL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-BALANCE-FILE
           END-IF.

      ******************************************************************
      * Tonight's subledger: every funded loan not charged off, by
      * the leading three characters of its branch, as
      * LoanGLPosting journals it.  A charged-off balance left on
      * the row for recoveries is the allowance's, not receivable.
      ******************************************************************
       0300-TALLY-LOAN-MASTER.
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
                       IF LM-FUNDED-FLAG = "Y"
                          AND LM-LOAN-STATUS NOT = "CHGOFF"
                           MOVE LM-BRANCH-CODE (1:3)
                               TO WS-WORK-COST-CENTER
                           PERFORM 0190-FIND-COST-CENTER
                           IF WS-RL-FOUND
                               ADD LM-CURRENT-BALANCE
                                   TO WS-RL-ACTUAL (RL-IDX)
                               ADD 1 TO WS-LOANS-COUNTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The business date's ledger rows that move the receivable.
      * ACCRUAL rows are left to the ACCRREG register; recoveries
      * and refunds never touch it.  No LOANHIST dataset just means
      * nothing posted.
      ******************************************************************
       0400-TALLY-LEDGER-ACTIVITY.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE = WS-TODAY-DATE
                               PERFORM 0420-TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       0420-TALLY-ONE-ROW.
           MOVE LH-LOAN-ACCT-NO TO WS-WORK-ACCT-NO
           EVALUATE LH-TRAN-TYPE
               WHEN "FUNDING "
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-TRAN-AMT TO WS-RL-FUNDED (RL-IDX)
                   END-IF
               WHEN "PAYMENT "
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-PRINCIPAL-AMT
                           TO WS-RL-PRINCIPAL (RL-IDX)
                   END-IF
               WHEN "REVERSAL"
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-PRINCIPAL-AMT
                           TO WS-RL-REVERSED (RL-IDX)
                   END-IF
               WHEN "FEE     "
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-TRAN-AMT TO WS-RL-FEES (RL-IDX)
                   END-IF
               WHEN "FPIPREM "
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-TRAN-AMT TO WS-RL-FPI-PREMIUM (RL-IDX)
                   END-IF
               WHEN "FORBCAP "
               WHEN "FORBDUE "
                   PERFORM 0195-FIND-LOAN-COST-CENTER
                   IF WS-RL-FOUND
                       ADD LH-TRAN-AMT
                           TO WS-RL-FORB-INTEREST (RL-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * The month-end accrual run's register; only tonight's rows
      * count.  No ACCRREG dataset just means no accrual tonight.
      ******************************************************************
       0450-TALLY-ACCRUALS.
           OPEN INPUT ACCRUAL-REGISTER-FILE
           IF WS-AC-FS = "00"
               MOVE "N" TO WS-AC-EOF-SW
               PERFORM UNTIL WS-AC-EOF
                   READ ACCRUAL-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-AC-EOF-SW
                       NOT AT END
                           IF AC-ACCRUAL-DATE = WS-TODAY-DATE
                               MOVE AC-LOAN-ACCT-NO
                                   TO WS-WORK-ACCT-NO
                               PERFORM 0195-FIND-LOAN-COST-CENTER
                               IF WS-RL-FOUND
                                   ADD AC-ACCRUED-INTEREST
                                       TO WS-RL-ACCRUED (RL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The day's charge-offs, by the branch cost center the GL
      * feed credits the receivable under.  No CHGREG dataset just
      * means nothing charged off today.
      ******************************************************************
       0470-TALLY-CHARGEOFFS.
           OPEN INPUT CHARGEOFF-REGISTER-FILE
           IF WS-CR-FS = "00"
               MOVE "N" TO WS-CR-EOF-SW
               PERFORM UNTIL WS-CR-EOF
                   READ CHARGEOFF-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF-SW
                       NOT AT END
                           IF CR-CHGOFF-DATE = WS-TODAY-DATE
                               MOVE CR-BRANCH-CODE (1:3)
                                   TO WS-WORK-COST-CENTER
                               PERFORM 0190-FIND-COST-CENTER
                               IF WS-RL-FOUND
                                   ADD CR-CHGOFF-BALANCE
                                       TO WS-RL-CHARGED-OFF (RL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The day's branch transfers, the way LoanGLPosting journals
      * them: the receivable moves into the successor's cost center
      * and out of the closing branch's, a negative amount the other
      * way, and branches sharing a cost center move nothing.  No
      * BRXFREG dataset just means no branch has been consolidated.
      ******************************************************************
       0480-TALLY-TRANSFERS.
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
                               PERFORM 0485-TALLY-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-TRANSFER-FILE
           END-IF.

       0485-TALLY-ONE-TRANSFER.
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
           PERFORM 0190-FIND-COST-CENTER
           IF WS-RL-FOUND
               ADD WS-XF-AMOUNT TO WS-RL-XFER-IN (RL-IDX)
           END-IF
           MOVE WS-XF-FROM-CENTER TO WS-WORK-COST-CENTER
           PERFORM 0190-FIND-COST-CENTER
           IF WS-RL-FOUND
               ADD WS-XF-AMOUNT TO WS-RL-XFER-OUT (RL-IDX)
           END-IF.

      ******************************************************************
      * Rolls each cost center forward, measures both differences
      * against tolerance, prints the block and books tonight's
      * balance for tomorrow.
      ******************************************************************
       0500-RECONCILE-COST-CENTERS.
           PERFORM VARYING RL-IDX FROM 1 BY 1
                   UNTIL RL-IDX > WS-RL-COUNT
               PERFORM 0520-RECONCILE-ONE
               PERFORM 0600-REPORT-ONE
               PERFORM 0700-BOOK-ONE
           END-PERFORM.

       0520-RECONCILE-ONE.
           COMPUTE WS-RL-ACTIVITY (RL-IDX) =
               WS-RL-FUNDED (RL-IDX) - WS-RL-PRINCIPAL (RL-IDX)
               + WS-RL-REVERSED (RL-IDX) + WS-RL-FEES (RL-IDX)
               + WS-RL-FPI-PREMIUM (RL-IDX)
               + WS-RL-FORB-INTEREST (RL-IDX)
               + WS-RL-ACCRUED (RL-IDX)
               - WS-RL-CHARGED-OFF (RL-IDX)
               + WS-RL-XFER-IN (RL-IDX) - WS-RL-XFER-OUT (RL-IDX)
           IF NOT WS-RL-HAS-PRIOR (RL-IDX)
               COMPUTE WS-RL-PRIOR-BAL (RL-IDX) =
                   WS-RL-ACTUAL (RL-IDX) - WS-RL-ACTIVITY (RL-IDX)
               ADD 1 TO WS-OPENED-COUNT
           END-IF
           COMPUTE WS-RL-ROLLED (RL-IDX) =
               WS-RL-PRIOR-BAL (RL-IDX) + WS-RL-ACTIVITY (RL-IDX)
           COMPUTE WS-RL-SUB-DIFF (RL-IDX) =
               WS-RL-ACTUAL (RL-IDX) - WS-RL-ROLLED (RL-IDX)
           COMPUTE WS-RL-GL-PROJECTED (RL-IDX) =
               WS-RL-GL-BAL (RL-IDX) + WS-RL-ACTIVITY (RL-IDX)
           COMPUTE WS-RL-GL-DIFF (RL-IDX) =
               WS-RL-ACTUAL (RL-IDX) - WS-RL-GL-PROJECTED (RL-IDX)
           ADD WS-RL-PRIOR-BAL (RL-IDX) TO WS-TOTAL-PRIOR
           ADD WS-RL-ACTIVITY (RL-IDX)  TO WS-TOTAL-ACTIVITY
           ADD WS-RL-ACTUAL (RL-IDX)    TO WS-TOTAL-ACTUAL
           ADD WS-RL-SUB-DIFF (RL-IDX)  TO WS-TOTAL-SUB-DIFF
           IF WS-GL-SUPPLIED
               ADD WS-RL-GL-DIFF (RL-IDX) TO WS-TOTAL-GL-DIFF
           END-IF.

       0600-REPORT-ONE.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "COST CENTER " DELIMITED BY SIZE
                  WS-RL-COST-CENTER (RL-IDX) DELIMITED BY SIZE
               INTO RECON-REPORT-LINE
           END-STRING
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-RL-HAS-PRIOR (RL-IDX)
               MOVE SPACES TO WS-LINE-LABEL
               STRING "  OPENING SUBLEDGER BALANCE "
                          DELIMITED BY SIZE
                      WS-RL-PRIOR-AS-OF (RL-IDX) DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
               END-STRING
           ELSE
               MOVE "  OPENING BALANCE (NO PRIOR - SET TONIGHT)"
                   TO WS-LINE-LABEL
           END-IF
           MOVE WS-RL-PRIOR-BAL (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + LOANS FUNDED" TO WS-LINE-LABEL
           MOVE WS-RL-FUNDED (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  - PRINCIPAL COLLECTED" TO WS-LINE-LABEL
           MOVE WS-RL-PRINCIPAL (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + PRINCIPAL RESTORED (REVERSALS)" TO WS-LINE-LABEL
           MOVE WS-RL-REVERSED (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + LATE FEES" TO WS-LINE-LABEL
           MOVE WS-RL-FEES (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + FORCE-PLACED INSURANCE" TO WS-LINE-LABEL
           MOVE WS-RL-FPI-PREMIUM (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + FORBEARANCE INTEREST" TO WS-LINE-LABEL
           MOVE WS-RL-FORB-INTEREST (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + INTEREST ACCRUED (ACCRREG)" TO WS-LINE-LABEL
           MOVE WS-RL-ACCRUED (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  - CHARGED OFF (CHGREG)" TO WS-LINE-LABEL
           MOVE WS-RL-CHARGED-OFF (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  + TRANSFERRED IN (BRXFREG)" TO WS-LINE-LABEL
           MOVE WS-RL-XFER-IN (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  - TRANSFERRED OUT (BRXFREG)" TO WS-LINE-LABEL
           MOVE WS-RL-XFER-OUT (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  = ROLLED-FORWARD SUBLEDGER" TO WS-LINE-LABEL
           MOVE WS-RL-ROLLED (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "    LOANMAST BALANCE TONIGHT" TO WS-LINE-LABEL
           MOVE WS-RL-ACTUAL (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE WS-RL-SUB-DIFF (RL-IDX) TO WS-ABS-DIFF
           PERFORM 0650-TEST-TOLERANCE
           MOVE "    UNEXPLAINED - SUBLEDGER" TO WS-LINE-LABEL
           MOVE WS-RL-SUB-DIFF (RL-IDX) TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           IF WS-GL-SUPPLIED
               MOVE "    GL RECEIVABLE AT PRIOR CLOSE"
                   TO WS-LINE-LABEL
               MOVE WS-RL-GL-BAL (RL-IDX) TO WS-LINE-AMOUNT
               PERFORM 0690-WRITE-AMOUNT-LINE
               MOVE "    GL AFTER TONIGHT'S ACTIVITY" TO WS-LINE-LABEL
               MOVE WS-RL-GL-PROJECTED (RL-IDX) TO WS-LINE-AMOUNT
               PERFORM 0690-WRITE-AMOUNT-LINE
               MOVE WS-RL-GL-DIFF (RL-IDX) TO WS-ABS-DIFF
               PERFORM 0650-TEST-TOLERANCE
               MOVE "    UNEXPLAINED - LOANMAST VS GL" TO WS-LINE-LABEL
               MOVE WS-RL-GL-DIFF (RL-IDX) TO WS-LINE-AMOUNT
               PERFORM 0690-WRITE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

      ******************************************************************
      * Flags the difference in WS-ABS-DIFF on the line about to be
      * written when it is beyond tolerance either way, and fails
      * the run with RC 8.
      ******************************************************************
       0650-TEST-TOLERANCE.
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-ABS-DIFF < ZERO
               COMPUTE WS-ABS-DIFF = ZERO - WS-ABS-DIFF
           END-IF
           IF WS-ABS-DIFF > WS-TOLERANCE-AMT
               MOVE "*** OUT OF BALANCE" TO WS-LINE-FLAG
               ADD 1 TO WS-BREAK-COUNT
               MOVE 8 TO RUN-RETURN-CODE
           END-IF.

       0690-WRITE-AMOUNT-LINE.
           MOVE WS-LINE-AMOUNT TO WS-AMT-EDITED
           MOVE SPACES TO RECON-REPORT-LINE
           MOVE WS-LINE-LABEL TO RECON-REPORT-LINE (1:40)
           MOVE WS-AMT-EDITED TO RECON-REPORT-LINE (41:18)
           MOVE WS-LINE-FLAG  TO RECON-REPORT-LINE (61:30)
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO WS-LINE-FLAG.

      ******************************************************************
      * Tonight's balance, with the opening it rolled from -- zero
      * when the cost center opened fresh tonight.
      ******************************************************************
       0700-BOOK-ONE.
           MOVE WS-RL-COST-CENTER (RL-IDX) TO SK-COST-CENTER
           MOVE WS-TODAY-DATE             TO SK-AS-OF-DATE
           MOVE WS-RL-ACTUAL (RL-IDX)     TO SK-BALANCE
           MOVE WS-RL-PRIOR-AS-OF (RL-IDX) TO SK-PRIOR-AS-OF-DATE
           MOVE WS-RL-PRIOR-BAL (RL-IDX)  TO SK-PRIOR-BALANCE
           WRITE RECON-BOOK-RECORD.

       0800-WRITE-TOTALS.
           MOVE "ALL COST CENTERS" TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE "  OPENING SUBLEDGER BALANCE" TO WS-LINE-LABEL
           MOVE WS-TOTAL-PRIOR TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  NET RECEIVABLE ACTIVITY" TO WS-LINE-LABEL
           MOVE WS-TOTAL-ACTIVITY TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  LOANMAST BALANCE TONIGHT" TO WS-LINE-LABEL
           MOVE WS-TOTAL-ACTUAL TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           MOVE "  UNEXPLAINED - SUBLEDGER" TO WS-LINE-LABEL
           MOVE WS-TOTAL-SUB-DIFF TO WS-LINE-AMOUNT
           PERFORM 0690-WRITE-AMOUNT-LINE
           IF WS-GL-SUPPLIED
               MOVE "  UNEXPLAINED - LOANMAST VS GL" TO WS-LINE-LABEL
               MOVE WS-TOTAL-GL-DIFF TO WS-LINE-AMOUNT
               PERFORM 0690-WRITE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO RECON-REPORT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE "RECONCILED WITHIN TOLERANCE" TO RECON-REPORT-LINE
           ELSE
               MOVE "OUT OF BALANCE - LOAN GL FEED HELD"
                   TO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== SubledgerRecon CONTROL TOTALS ====="
           DISPLAY "LOANS IN SUBLEDGER:  " WS-LOANS-COUNTED
           DISPLAY "COST CENTERS:        " WS-RL-COUNT
           DISPLAY "OPENED TONIGHT:      " WS-OPENED-COUNT
           DISPLAY "SUBLEDGER BALANCE:   " WS-TOTAL-ACTUAL
           DISPLAY "NET ACTIVITY:        " WS-TOTAL-ACTIVITY
           DISPLAY "UNEXPLAINED SUBLDGR: " WS-TOTAL-SUB-DIFF
           IF WS-GL-SUPPLIED
               DISPLAY "UNEXPLAINED VS GL:   " WS-TOTAL-GL-DIFF
           ELSE
               DISPLAY "GL BALANCE:          NOT SUPPLIED"
           END-IF
           DISPLAY "BREAKS OVER TOLER:   " WS-BREAK-COUNT
           IF WS-BREAK-COUNT = ZERO
               DISPLAY "SUBLEDGER RECONCILED"
           ELSE
               DISPLAY "SUBLEDGER OUT OF BALANCE"
           END-IF.
