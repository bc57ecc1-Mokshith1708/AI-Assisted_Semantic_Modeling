       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchProfitability.

      ******************************************************************
      * Month-end branch profitability, so a branch is measured on
      * what its portfolio earns and not on volume alone.  Per
      * booking branch, grouped under its BRNCHMST region with a
      * total per region and for the bank: interest income (the
      * interest share of the month's LOANHIST payments, the
      * month's accruals and forbearance interest put on the
      * balance, less the interest on reversed payments -- the same
      * rows LoanGLPosting books to interest income, and so the
      * ACCRREG accruals), fee income (the month's LOANHIST FEE
      * rows, the same fees FEEREG registers night by night),
      * charge-offs off the CHGREG history net of recoveries off
      * the RECOVERY history, and the change in loss reserve
      * between last month's RSVBOOK generation and this month's.
      * Cost of funds is the month's average OPEN LM-CURRENT-BALANCE
      * (last month's ending balance and this month's, averaged) at
      * the annual rate in force at month end for index "COF" on
      * INDEXRATE, the effective-dated rate table ControlTableChange
      * maintains.  Net margin is interest plus fees less cost of
      * funds, net charge-offs and the reserve change, and return
      * on average balances is that margin annualized over the
      * period's average balance.  Each month's figures go to the
      * next BRPROFIT history generation, carrying the prior
      * generation's months forward, and the quarter- and
      * year-to-date columns on PROFRPT are summed from it.  A
      * LOANHIST row counts under the branch LOANMAST carries the
      * loan under tonight, so a consolidated branch's loans report
      * under the successor; an account no longer on LOANMAST
      * falls back to the account number's leading four characters.
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

           SELECT CHARGEOFF-REGISTER-FILE
               ASSIGN TO "CHGREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FS.

           SELECT RECOVERY-REGISTER-FILE
               ASSIGN TO "RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FS.

           SELECT RESERVE-BOOK-FILE
               ASSIGN TO "RSVCURR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RB-FS.

           SELECT PRIOR-RESERVE-FILE
               ASSIGN TO "RSVPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RX-FS.

           SELECT INDEX-RATE-FILE
               ASSIGN TO "INDEXRATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT PRIOR-PROFIT-FILE
               ASSIGN TO "PRFPRIOR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PP-FS.

           SELECT PROFIT-HISTORY-FILE
               ASSIGN TO "PRFHIST"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROFIT-REPORT-FILE
               ASSIGN TO "PROFRPT"
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

       FD  CHARGEOFF-REGISTER-FILE.
       01  CHARGEOFF-REGISTER-RECORD.
           05  CR-LOAN-ACCT-NO       PIC X(12).
           05  CR-CUST-ID            PIC X(10).
           05  CR-BRANCH-CODE        PIC X(04).
           05  CR-CHGOFF-BALANCE     PIC S9(09)V99.
           05  CR-PAYMENTS-BEHIND    PIC 9(03).
           05  CR-CHGOFF-DATE        PIC 9(08).

       FD  RECOVERY-REGISTER-FILE.
       01  RECOVERY-REGISTER-RECORD.
           05  RC-LOAN-ACCT-NO       PIC X(12).
           05  RC-CUST-ID            PIC X(10).
           05  RC-BRANCH-CODE        PIC X(04).
           05  RC-RECOVERY-AMT       PIC S9(07)V99.
           05  RC-REMAINING-BALANCE  PIC S9(09)V99.
           05  RC-PAYMENT-DATE       PIC 9(08).

       FD  RESERVE-BOOK-FILE.
           COPY RSVBOOK.

       FD  PRIOR-RESERVE-FILE.
       01  PRIOR-RESERVE-RECORD      PIC X(49).

       FD  INDEX-RATE-FILE.
           COPY INDEXRT.

       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  PRIOR-PROFIT-FILE.
       01  PRIOR-PROFIT-RECORD       PIC X(131).

       FD  PROFIT-HISTORY-FILE.
           COPY BRPROF.

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE        PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY BRNCHMWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-CR-FS                 PIC X(02).
       01  WS-RC-FS                 PIC X(02).
       01  WS-RB-FS                 PIC X(02).
       01  WS-RX-FS                 PIC X(02).
       01  WS-IR-FS                 PIC X(02).
       01  WS-PP-FS                 PIC X(02).

       01  WS-LM-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LM-EOF            VALUE "Y".
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".
       01  WS-CR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CR-EOF            VALUE "Y".
       01  WS-RC-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RC-EOF            VALUE "Y".
       01  WS-RB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RB-EOF            VALUE "Y".
       01  WS-IR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-IR-EOF            VALUE "Y".
       01  WS-PP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PP-EOF            VALUE "Y".

      ******************************************************************
      * The month being reported (the business date's), the month
      * before it, and the first month of its quarter.
      ******************************************************************
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-REPORT-MONTH.
           05  WS-RM-YEAR           PIC 9(04).
           05  WS-RM-MONTH-NO       PIC 9(02).
       01  WS-REPORT-YYYYMM REDEFINES WS-REPORT-MONTH
                                    PIC 9(06).
       01  WS-PRIOR-MONTH.
           05  WS-PM-YEAR           PIC 9(04).
           05  WS-PM-MONTH-NO       PIC 9(02).
       01  WS-PRIOR-YYYYMM REDEFINES WS-PRIOR-MONTH
                                    PIC 9(06).
       01  WS-QTR-INDEX             PIC 9(01).
       01  WS-QTR-FIRST-MONTH       PIC 9(02).

      ******************************************************************
      * Months in each reporting column: 1 is the month, 2 the
      * quarter to date, 3 the year to date.
      ******************************************************************
       01  WS-PERIOD-MONTHS-AREA.
           05  WS-PERIOD-MONTHS OCCURS 3 TIMES
                                    PIC 9(02) COMP.
       01  WS-PERIOD-SUB            PIC 9(01) COMP.
       01  WS-MEASURE-SUB           PIC 9(01) COMP.

      ******************************************************************
      * Cost of funds: index "COF" on INDEXRATE, the row with the
      * latest effective date on or before month end.
      ******************************************************************
       01  WS-COF-INDEX-CODE        PIC X(08) VALUE "COF".
       01  WS-COF-RATE              PIC S9(02)V9(02) COMP-3
                                    VALUE ZERO.
       01  WS-COF-BEST-DATE         PIC 9(08) VALUE ZERO.
       01  WS-COF-FOUND-SW          PIC X(01) VALUE "N".
           88  WS-COF-FOUND         VALUE "Y".
       01  WS-RESERVE-CURRENT-SW    PIC X(01) VALUE "N".
           88  WS-RESERVE-CURRENT   VALUE "Y".

      ******************************************************************
      * One cell per booking branch: its ending OPEN balance, last
      * month's, the reserve either side of the month, and the
      * figures for each of the three reporting columns.
      * WS-PB-AVG-BAL-SUM is the sum of the column's monthly average
      * balances -- over the column's months it is the column's
      * average balance.
      ******************************************************************
       01  WS-BRANCH-AREA.
           05  WS-PB-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-PB-ROW OCCURS 200 TIMES
                             INDEXED BY PB-IDX.
               10  WS-PB-BRANCH-CODE     PIC X(04).
               10  WS-PB-REGION-CODE     PIC X(03).
               10  WS-PB-BRANCH-NAME     PIC X(25).
               10  WS-PB-END-BALANCE     PIC S9(11)V99 COMP-3.
               10  WS-PB-PRIOR-END-BAL   PIC S9(11)V99 COMP-3.
               10  WS-PB-PRIOR-SW        PIC X(01).
               10  WS-PB-RESERVE-NOW     PIC S9(11)V99 COMP-3.
               10  WS-PB-RESERVE-BEFORE  PIC S9(11)V99 COMP-3.
               10  WS-PB-PERIODS.
                   15  WS-PB-PERIOD OCCURS 3 TIMES.
                       20  WS-PB-INTEREST     PIC S9(11)V99 COMP-3.
                       20  WS-PB-FEES         PIC S9(11)V99 COMP-3.
                       20  WS-PB-COF          PIC S9(11)V99 COMP-3.
                       20  WS-PB-CHGOFF       PIC S9(11)V99 COMP-3.
                       20  WS-PB-RECOV        PIC S9(11)V99 COMP-3.
                       20  WS-PB-RSV-CHANGE   PIC S9(11)V99 COMP-3.
                       20  WS-PB-NET-MARGIN   PIC S9(11)V99 COMP-3.
                       20  WS-PB-AVG-BAL-SUM  PIC S9(13)V99 COMP-3.
       01  WS-PB-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PB-FOUND          VALUE "Y".
       01  WS-WORK-BRANCH-CODE      PIC X(04).

      ******************************************************************
      * Distinct regions seen, in the order their first branch was.
      ******************************************************************
       01  WS-REGION-AREA.
           05  WS-RG-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-RG-ROW OCCURS 20 TIMES
                             INDEXED BY RG-IDX.
               10  WS-RG-REGION-CODE     PIC X(03).
       01  WS-RG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RG-FOUND          VALUE "Y".
       01  WS-CUR-REGION            PIC X(03).

      ******************************************************************
      * The block being printed, and the running region and bank
      * totals -- each laid out exactly as a branch's WS-PB-PERIODS.
      ******************************************************************
       01  WS-PRINT-PERIODS.
           05  WS-PR-PERIOD OCCURS 3 TIMES.
               10  WS-PR-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-PR-FEES            PIC S9(11)V99 COMP-3.
               10  WS-PR-COF             PIC S9(11)V99 COMP-3.
               10  WS-PR-CHGOFF          PIC S9(11)V99 COMP-3.
               10  WS-PR-RECOV           PIC S9(11)V99 COMP-3.
               10  WS-PR-RSV-CHANGE      PIC S9(11)V99 COMP-3.
               10  WS-PR-NET-MARGIN      PIC S9(11)V99 COMP-3.
               10  WS-PR-AVG-BAL-SUM     PIC S9(13)V99 COMP-3.
       01  WS-REGION-PERIODS.
           05  WS-RT-PERIOD OCCURS 3 TIMES.
               10  WS-RT-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-RT-FEES            PIC S9(11)V99 COMP-3.
               10  WS-RT-COF             PIC S9(11)V99 COMP-3.
               10  WS-RT-CHGOFF          PIC S9(11)V99 COMP-3.
               10  WS-RT-RECOV           PIC S9(11)V99 COMP-3.
               10  WS-RT-RSV-CHANGE      PIC S9(11)V99 COMP-3.
               10  WS-RT-NET-MARGIN      PIC S9(11)V99 COMP-3.
               10  WS-RT-AVG-BAL-SUM     PIC S9(13)V99 COMP-3.
       01  WS-BANK-PERIODS.
           05  WS-GT-PERIOD OCCURS 3 TIMES.
               10  WS-GT-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-GT-FEES            PIC S9(11)V99 COMP-3.
               10  WS-GT-COF             PIC S9(11)V99 COMP-3.
               10  WS-GT-CHGOFF          PIC S9(11)V99 COMP-3.
               10  WS-GT-RECOV           PIC S9(11)V99 COMP-3.
               10  WS-GT-RSV-CHANGE      PIC S9(11)V99 COMP-3.
               10  WS-GT-NET-MARGIN      PIC S9(11)V99 COMP-3.
               10  WS-GT-AVG-BAL-SUM     PIC S9(13)V99 COMP-3.

       01  WS-MEASURE-LABEL-VALUES.
           05  FILLER         PIC X(26) VALUE "INTEREST INCOME".
           05  FILLER         PIC X(26) VALUE "FEE INCOME".
           05  FILLER         PIC X(26) VALUE "COST OF FUNDS".
           05  FILLER         PIC X(26) VALUE "CHARGE-OFFS".
           05  FILLER         PIC X(26) VALUE "RECOVERIES".
           05  FILLER         PIC X(26) VALUE "LOSS RESERVE CHANGE".
           05  FILLER         PIC X(26) VALUE "NET MARGIN".
           05  FILLER         PIC X(26) VALUE "AVERAGE BALANCE".
       01  WS-MEASURE-LABEL-TABLE REDEFINES WS-MEASURE-LABEL-VALUES.
           05  WS-MEASURE-LABEL OCCURS 8 TIMES
                                    PIC X(26).

       01  WS-BLOCK-TITLE           PIC X(60).

       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "                 MONTH".
           05  FILLER               PIC X(22) VALUE
               "       QUARTER TO DATE".
           05  FILLER               PIC X(22) VALUE
               "          YEAR TO DATE".
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-MEASURE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-ML-LABEL          PIC X(26).
           05  WS-ML-COLUMN OCCURS 3 TIMES.
               10  FILLER           PIC X(04).
               10  WS-ML-AMT-EDITED PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-RATIO-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RL-LABEL          PIC X(26) VALUE
               "RETURN ON AVG BALANCE".
           05  WS-RL-COLUMN OCCURS 3 TIMES.
               10  FILLER           PIC X(13).
               10  WS-RL-PCT-EDITED PIC -ZZZ9.99.
               10  FILLER           PIC X(01).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-WORK-AMOUNT           PIC S9(13)V99 COMP-3.
       01  WS-WORK-PCT              PIC S9(04)V99 COMP-3.
       01  WS-RATE-EDITED           PIC Z9.99.

       01  WS-LOANS-TALLIED         PIC 9(07) COMP VALUE ZERO.
       01  WS-LEDGER-ROWS           PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-CARRIED       PIC 9(07) COMP VALUE ZERO.
       01  WS-HISTORY-WRITTEN       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 4 if there is no COF rate on
      * INDEXRATE or this month's RSVBOOK generation hasn't been
      * booked yet (the report runs with no cost of funds or no
      * reserve change), 12 if the keyed loan master can't be opened
      * or a table overflows -- the prior history is still carried
      * forward, but the month is not added to it.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-SET-REPORT-PERIOD
           PERFORM 0140-READ-COST-OF-FUNDS
           PERFORM 0150-LOAD-BRANCH-MASTER
           PERFORM 0160-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE = 12
               PERFORM 0480-WRITE-PROFIT-HISTORY
               GOBACK
           END-IF
           PERFORM 0250-TALLY-LOAN-MASTER
           PERFORM 0200-LOAD-PROFIT-HISTORY
           PERFORM 0300-TALLY-LEDGER
           CLOSE LOAN-MASTER-FILE
           PERFORM 0350-TALLY-CHARGEOFFS
           PERFORM 0370-TALLY-RECOVERIES
           PERFORM 0400-TALLY-RESERVE
           IF RUN-RETURN-CODE NOT = 12
               PERFORM VARYING PB-IDX FROM 1 BY 1
                       UNTIL PB-IDX > WS-PB-COUNT
                   PERFORM 0450-FIGURE-BRANCH-MONTH
               END-PERFORM
           END-IF
           PERFORM 0480-WRITE-PROFIT-HISTORY
           IF RUN-RETURN-CODE NOT = 12
               PERFORM 0500-WRITE-REPORT
           END-IF
           PERFORM 0900-DISPLAY-TOTALS
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
      * The business date's month is the month reported; its
      * quarter runs from month 1, 4, 7 or 10.
      ******************************************************************
       0130-SET-REPORT-PERIOD.
           MOVE WS-TODAY-DATE (1:6) TO WS-REPORT-YYYYMM
           IF WS-RM-MONTH-NO = 1
               COMPUTE WS-PM-YEAR = WS-RM-YEAR - 1
               MOVE 12 TO WS-PM-MONTH-NO
           ELSE
               MOVE WS-RM-YEAR TO WS-PM-YEAR
               COMPUTE WS-PM-MONTH-NO = WS-RM-MONTH-NO - 1
           END-IF
           COMPUTE WS-QTR-INDEX = (WS-RM-MONTH-NO - 1) / 3
           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-INDEX * 3 + 1
           MOVE 1 TO WS-PERIOD-MONTHS (1)
           COMPUTE WS-PERIOD-MONTHS (2) =
               WS-RM-MONTH-NO - WS-QTR-FIRST-MONTH + 1
           MOVE WS-RM-MONTH-NO TO WS-PERIOD-MONTHS (3).

      ******************************************************************
      * No INDEXRATE dataset, or no COF row in force, means no cost
      * of funds can be charged -- the report still runs, flagged,
      * with RC 4 so Finance publishes the rate and reruns.
      ******************************************************************
       0140-READ-COST-OF-FUNDS.
           OPEN INPUT INDEX-RATE-FILE
           IF WS-IR-FS = "00"
               MOVE "N" TO WS-IR-EOF-SW
               PERFORM UNTIL WS-IR-EOF
                   READ INDEX-RATE-FILE
                       AT END
                           MOVE "Y" TO WS-IR-EOF-SW
                       NOT AT END
                           IF IR-INDEX-CODE = WS-COF-INDEX-CODE
                              AND IR-EFFECTIVE-DATE <= WS-TODAY-DATE
                              AND IR-EFFECTIVE-DATE >= WS-COF-BEST-DATE
                               MOVE IR-EFFECTIVE-DATE
                                   TO WS-COF-BEST-DATE
                               MOVE IR-INDEX-RATE TO WS-COF-RATE
                               MOVE "Y" TO WS-COF-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-RATE-FILE
           END-IF
           IF NOT WS-COF-FOUND
               DISPLAY "BranchProfitability: NO COF RATE ON INDEXRATE"
               MOVE 4 TO RUN-RETURN-CODE
           END-IF.

       0150-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FS = "00"
               MOVE "N" TO WS-BM-EOF-SW
               SET BM-IDX TO 1
               PERFORM UNTIL WS-BM-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-BM-EOF-SW
                       NOT AT END
                           MOVE BM-BRANCH-CODE TO
                               WS-BM-BRANCH-CODE (BM-IDX)
                           MOVE BM-BRANCH-NAME TO
                               WS-BM-BRANCH-NAME (BM-IDX)
                           MOVE BM-REGION-CODE TO
                               WS-BM-REGION-CODE (BM-IDX)
                           MOVE BM-BRANCH-STATUS TO
                               WS-BM-BRANCH-STATUS (BM-IDX)
                           SET BM-IDX UP BY 1
                           ADD 1 TO WS-BM-COUNT
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed master for the run; anything wrong with the
      * open fails the run with RC 12.
      ******************************************************************
       0160-OPEN-LOAN-MASTER.
           OPEN INPUT LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "BranchProfitability: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * The prior BRPROFIT generation: last month's ending balance
      * per branch, and every earlier month of this year added into
      * the quarter- and year-to-date columns.  A row for the month
      * being reported is from an earlier run of it and is dropped.
      ******************************************************************
       0200-LOAD-PROFIT-HISTORY.
           OPEN INPUT PRIOR-PROFIT-FILE
           IF WS-PP-FS = "00"
               MOVE "N" TO WS-PP-EOF-SW
               PERFORM UNTIL WS-PP-EOF
                   READ PRIOR-PROFIT-FILE
                       AT END
                           MOVE "Y" TO WS-PP-EOF-SW
                       NOT AT END
                           MOVE PRIOR-PROFIT-RECORD
                               TO BRANCH-PROFIT-RECORD
                           PERFORM 0205-TAKE-ONE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE PRIOR-PROFIT-FILE
           END-IF.

       0205-TAKE-ONE-HISTORY-ROW.
           IF BP-MONTH = WS-PRIOR-MONTH
              AND (BP-END-BALANCE NOT = ZERO
                   OR BP-YEAR = WS-RM-YEAR)
               MOVE BP-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0210-FIND-BRANCH-CELL
               IF WS-PB-FOUND
                   MOVE BP-END-BALANCE TO WS-PB-PRIOR-END-BAL (PB-IDX)
                   MOVE "Y" TO WS-PB-PRIOR-SW (PB-IDX)
               END-IF
           END-IF
           IF BP-YEAR = WS-RM-YEAR
              AND BP-MONTH-NO < WS-RM-MONTH-NO
               MOVE BP-BRANCH-CODE TO WS-WORK-BRANCH-CODE
               PERFORM 0210-FIND-BRANCH-CELL
               IF WS-PB-FOUND
                   MOVE 3 TO WS-PERIOD-SUB
                   PERFORM 0215-ADD-HISTORY-TO-PERIOD
                   IF BP-MONTH-NO >= WS-QTR-FIRST-MONTH
                       MOVE 2 TO WS-PERIOD-SUB
                       PERFORM 0215-ADD-HISTORY-TO-PERIOD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Finds, or opens, the cell for WS-WORK-BRANCH-CODE.  A full
      * table fails the run with RC 12 rather than leave a branch
      * off the report.
      ******************************************************************
       0210-FIND-BRANCH-CELL.
           MOVE "N" TO WS-PB-FOUND-SW
           SET PB-IDX TO 1
           PERFORM UNTIL WS-PB-FOUND OR PB-IDX > WS-PB-COUNT
               IF WS-PB-BRANCH-CODE (PB-IDX) = WS-WORK-BRANCH-CODE
                   MOVE "Y" TO WS-PB-FOUND-SW
               ELSE
                   SET PB-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-PB-FOUND
               IF WS-PB-COUNT >= 200
                   DISPLAY "BranchProfitability: BRANCHES"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   SET PB-IDX TO WS-PB-COUNT
                   SET PB-IDX UP BY 1
                   INITIALIZE WS-PB-ROW (PB-IDX)
                   MOVE WS-WORK-BRANCH-CODE
                       TO WS-PB-BRANCH-CODE (PB-IDX)
                   MOVE "N" TO WS-PB-PRIOR-SW (PB-IDX)
                   PERFORM 0220-RESOLVE-BRANCH-MASTER
                   ADD 1 TO WS-PB-COUNT
                   PERFORM 0230-NOTE-REGION
                   MOVE "Y" TO WS-PB-FOUND-SW
               END-IF
           END-IF.

       0215-ADD-HISTORY-TO-PERIOD.
           ADD BP-INTEREST-INCOME
               TO WS-PB-INTEREST (PB-IDX, WS-PERIOD-SUB)
           ADD BP-FEE-INCOME
               TO WS-PB-FEES (PB-IDX, WS-PERIOD-SUB)
           ADD BP-COST-OF-FUNDS
               TO WS-PB-COF (PB-IDX, WS-PERIOD-SUB)
           ADD BP-CHARGEOFFS
               TO WS-PB-CHGOFF (PB-IDX, WS-PERIOD-SUB)
           ADD BP-RECOVERIES
               TO WS-PB-RECOV (PB-IDX, WS-PERIOD-SUB)
           ADD BP-RESERVE-CHANGE
               TO WS-PB-RSV-CHANGE (PB-IDX, WS-PERIOD-SUB)
           ADD BP-NET-MARGIN
               TO WS-PB-NET-MARGIN (PB-IDX, WS-PERIOD-SUB)
           ADD BP-AVG-BALANCE
               TO WS-PB-AVG-BAL-SUM (PB-IDX, WS-PERIOD-SUB).

       0220-RESOLVE-BRANCH-MASTER.
           MOVE "N" TO WS-BM-FOUND-SW
           SET BM-IDX TO 1
           PERFORM UNTIL WS-BM-FOUND OR BM-IDX > WS-BM-COUNT
               IF WS-BM-BRANCH-CODE (BM-IDX) = WS-WORK-BRANCH-CODE
                   MOVE "Y" TO WS-BM-FOUND-SW
               ELSE
                   SET BM-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-BM-FOUND
               MOVE WS-BM-REGION-CODE (BM-IDX)
                   TO WS-PB-REGION-CODE (PB-IDX)
               MOVE WS-BM-BRANCH-NAME (BM-IDX)
                   TO WS-PB-BRANCH-NAME (PB-IDX)
           ELSE
               MOVE "???" TO WS-PB-REGION-CODE (PB-IDX)
               MOVE "BRANCH NOT ON MASTER"
                   TO WS-PB-BRANCH-NAME (PB-IDX)
           END-IF.

       0230-NOTE-REGION.
           MOVE "N" TO WS-RG-FOUND-SW
           SET RG-IDX TO 1
           PERFORM UNTIL WS-RG-FOUND OR RG-IDX > WS-RG-COUNT
               IF WS-RG-REGION-CODE (RG-IDX) =
                  WS-PB-REGION-CODE (PB-IDX)
                   MOVE "Y" TO WS-RG-FOUND-SW
               ELSE
                   SET RG-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-RG-FOUND
               IF WS-RG-COUNT >= 20
                   DISPLAY "BranchProfitability: REGIONS"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   SET RG-IDX TO WS-RG-COUNT
                   SET RG-IDX UP BY 1
                   MOVE WS-PB-REGION-CODE (PB-IDX)
                       TO WS-RG-REGION-CODE (RG-IDX)
                   ADD 1 TO WS-RG-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * One front-to-back pass down the primary key for each
      * branch's ending OPEN balance.
      ******************************************************************
       0250-TALLY-LOAN-MASTER.
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
                           MOVE LM-BRANCH-CODE TO WS-WORK-BRANCH-CODE
                           PERFORM 0210-FIND-BRANCH-CELL
                           IF WS-PB-FOUND
                               ADD LM-CURRENT-BALANCE
                                   TO WS-PB-END-BALANCE (PB-IDX)
                               ADD 1 TO WS-LOANS-TALLIED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * The month's LOANHIST rows, whatever program posted them.
      ******************************************************************
       0300-TALLY-LEDGER.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE (1:6) = WS-REPORT-YYYYMM
                               PERFORM 0310-TALLY-ONE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * Interest income is what LoanGLPosting credits to interest
      * income: a payment's interest share, accruals and
      * forbearance interest put on the balance, less the interest
      * on a reversed payment.  Fee income is the FEE rows.
      ******************************************************************
       0310-TALLY-ONE-LEDGER-ROW.
           MOVE LH-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               KEY IS LM-LOAN-ACCT-NO
               INVALID KEY
                   MOVE LH-LOAN-ACCT-NO (1:4) TO WS-WORK-BRANCH-CODE
               NOT INVALID KEY
                   MOVE LM-BRANCH-CODE TO WS-WORK-BRANCH-CODE
           END-READ
           PERFORM 0210-FIND-BRANCH-CELL
           IF WS-PB-FOUND
               ADD 1 TO WS-LEDGER-ROWS
               EVALUATE LH-TRAN-TYPE
                   WHEN "PAYMENT "
                       ADD LH-INTEREST-AMT
                           TO WS-PB-INTEREST (PB-IDX, 1)
                   WHEN "ACCRUAL "
                   WHEN "FORBCAP "
                   WHEN "FORBDUE "
                       ADD LH-TRAN-AMT
                           TO WS-PB-INTEREST (PB-IDX, 1)
                   WHEN "REVERSAL"
                       SUBTRACT LH-INTEREST-AMT
                           FROM WS-PB-INTEREST (PB-IDX, 1)
                   WHEN "FEE     "
                       ADD LH-TRAN-AMT TO WS-PB-FEES (PB-IDX, 1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The month's charge-offs off the CHGREG history.
      ******************************************************************
       0350-TALLY-CHARGEOFFS.
           OPEN INPUT CHARGEOFF-REGISTER-FILE
           IF WS-CR-FS = "00"
               MOVE "N" TO WS-CR-EOF-SW
               PERFORM UNTIL WS-CR-EOF
                   READ CHARGEOFF-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-CR-EOF-SW
                       NOT AT END
                           IF CR-CHGOFF-DATE (1:6) = WS-REPORT-YYYYMM
                               MOVE CR-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0210-FIND-BRANCH-CELL
                               IF WS-PB-FOUND
                                   ADD CR-CHGOFF-BALANCE
                                       TO WS-PB-CHGOFF (PB-IDX, 1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGEOFF-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The month's recoveries off the RECOVERY history -- collected
      * by PaymentPosting or remitted by an agency net of its
      * commission.
      ******************************************************************
       0370-TALLY-RECOVERIES.
           OPEN INPUT RECOVERY-REGISTER-FILE
           IF WS-RC-FS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RECOVERY-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-RC-EOF-SW
                       NOT AT END
                           IF RC-PAYMENT-DATE (1:6) = WS-REPORT-YYYYMM
                               MOVE RC-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0210-FIND-BRANCH-CELL
                               IF WS-PB-FOUND
                                   ADD RC-RECOVERY-AMT
                                       TO WS-PB-RECOV (PB-IDX, 1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOVERY-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The reserve booked at this month end (RSVCURR, the newest
      * RSVBOOK generation) against last month's (RSVPRIOR).  If the
      * newest generation isn't this month's, the RESERVE run hasn't
      * happened yet: no reserve change is taken, and RC 4 says so.
      ******************************************************************
       0400-TALLY-RESERVE.
           OPEN INPUT RESERVE-BOOK-FILE
           IF WS-RB-FS = "00"
               MOVE "N" TO WS-RB-EOF-SW
               PERFORM UNTIL WS-RB-EOF
                   READ RESERVE-BOOK-FILE
                       AT END
                           MOVE "Y" TO WS-RB-EOF-SW
                       NOT AT END
                           IF RB-AS-OF-DATE (1:6) = WS-REPORT-YYYYMM
                               MOVE "Y" TO WS-RESERVE-CURRENT-SW
                               MOVE RB-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0210-FIND-BRANCH-CELL
                               IF WS-PB-FOUND
                                   ADD RB-BOOKED-RESERVE
                                       TO WS-PB-RESERVE-NOW (PB-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVE-BOOK-FILE
           END-IF
           IF NOT WS-RESERVE-CURRENT
               DISPLAY "BranchProfitability: RSVBOOK NOT YET BOOKED"
                   " FOR " WS-REPORT-YYYYMM
               IF RUN-RETURN-CODE = ZERO
                   MOVE 4 TO RUN-RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT PRIOR-RESERVE-FILE
               IF WS-RX-FS = "00"
                   MOVE "N" TO WS-RB-EOF-SW
                   PERFORM UNTIL WS-RB-EOF
                       READ PRIOR-RESERVE-FILE
                           AT END
                               MOVE "Y" TO WS-RB-EOF-SW
                           NOT AT END
                               MOVE PRIOR-RESERVE-RECORD
                                   TO RESERVE-BOOK-RECORD
                               MOVE RB-BRANCH-CODE
                                   TO WS-WORK-BRANCH-CODE
                               PERFORM 0210-FIND-BRANCH-CELL
                               IF WS-PB-FOUND
                                   ADD RB-BOOKED-RESERVE TO
                                       WS-PB-RESERVE-BEFORE (PB-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR-RESERVE-FILE
               END-IF
           END-IF.

      ******************************************************************
      * The month's average balance is last month's ending balance
      * and this month's averaged (this month's alone for a branch
      * with no row last month); cost of funds is a month's interest
      * on it at the COF rate.  The month then rolls into the
      * quarter- and year-to-date columns.
      ******************************************************************
       0450-FIGURE-BRANCH-MONTH.
           IF WS-PB-PRIOR-SW (PB-IDX) = "Y"
               COMPUTE WS-PB-AVG-BAL-SUM (PB-IDX, 1) ROUNDED =
                   (WS-PB-PRIOR-END-BAL (PB-IDX)
                    + WS-PB-END-BALANCE (PB-IDX)) / 2
           ELSE
               MOVE WS-PB-END-BALANCE (PB-IDX)
                   TO WS-PB-AVG-BAL-SUM (PB-IDX, 1)
           END-IF
           IF WS-RESERVE-CURRENT
               COMPUTE WS-PB-RSV-CHANGE (PB-IDX, 1) =
                   WS-PB-RESERVE-NOW (PB-IDX)
                   - WS-PB-RESERVE-BEFORE (PB-IDX)
           END-IF
           COMPUTE WS-PB-COF (PB-IDX, 1) ROUNDED =
               WS-PB-AVG-BAL-SUM (PB-IDX, 1) * WS-COF-RATE / 1200
           COMPUTE WS-PB-NET-MARGIN (PB-IDX, 1) =
               WS-PB-INTEREST (PB-IDX, 1)
               + WS-PB-FEES (PB-IDX, 1)
               - WS-PB-COF (PB-IDX, 1)
               - WS-PB-CHGOFF (PB-IDX, 1)
               + WS-PB-RECOV (PB-IDX, 1)
               - WS-PB-RSV-CHANGE (PB-IDX, 1)
           PERFORM VARYING WS-PERIOD-SUB FROM 2 BY 1
                   UNTIL WS-PERIOD-SUB > 3
               ADD WS-PB-INTEREST (PB-IDX, 1)
                   TO WS-PB-INTEREST (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-FEES (PB-IDX, 1)
                   TO WS-PB-FEES (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-COF (PB-IDX, 1)
                   TO WS-PB-COF (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-CHGOFF (PB-IDX, 1)
                   TO WS-PB-CHGOFF (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-RECOV (PB-IDX, 1)
                   TO WS-PB-RECOV (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-RSV-CHANGE (PB-IDX, 1)
                   TO WS-PB-RSV-CHANGE (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-NET-MARGIN (PB-IDX, 1)
                   TO WS-PB-NET-MARGIN (PB-IDX, WS-PERIOD-SUB)
               ADD WS-PB-AVG-BAL-SUM (PB-IDX, 1)
                   TO WS-PB-AVG-BAL-SUM (PB-IDX, WS-PERIOD-SUB)
           END-PERFORM.

      ******************************************************************
      * The next BRPROFIT generation: the prior generation's rows
      * for this calendar year and last, less any earlier run of
      * this month, then one row per branch for the month -- unless
      * the run failed, when the prior rows alone are carried so the
      * history is never lost.
      ******************************************************************
       0480-WRITE-PROFIT-HISTORY.
           OPEN OUTPUT PROFIT-HISTORY-FILE
           OPEN INPUT PRIOR-PROFIT-FILE
           IF WS-PP-FS = "00"
               MOVE "N" TO WS-PP-EOF-SW
               PERFORM UNTIL WS-PP-EOF
                   READ PRIOR-PROFIT-FILE
                       AT END
                           MOVE "Y" TO WS-PP-EOF-SW
                       NOT AT END
                           MOVE PRIOR-PROFIT-RECORD
                               TO BRANCH-PROFIT-RECORD
                           IF BP-MONTH NOT = WS-REPORT-MONTH
                              AND BP-YEAR >= WS-RM-YEAR - 1
                               WRITE BRANCH-PROFIT-RECORD
                               ADD 1 TO WS-HISTORY-CARRIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-PROFIT-FILE
           END-IF
           IF RUN-RETURN-CODE NOT = 12
               PERFORM VARYING PB-IDX FROM 1 BY 1
                       UNTIL PB-IDX > WS-PB-COUNT
                   PERFORM 0490-WRITE-ONE-HISTORY-ROW
               END-PERFORM
           END-IF
           CLOSE PROFIT-HISTORY-FILE.

       0490-WRITE-ONE-HISTORY-ROW.
           MOVE WS-PB-BRANCH-CODE (PB-IDX)        TO BP-BRANCH-CODE
           MOVE WS-REPORT-MONTH                   TO BP-MONTH
           MOVE WS-PB-END-BALANCE (PB-IDX)        TO BP-END-BALANCE
           MOVE WS-PB-AVG-BAL-SUM (PB-IDX, 1)     TO BP-AVG-BALANCE
           MOVE WS-PB-INTEREST (PB-IDX, 1)     TO BP-INTEREST-INCOME
           MOVE WS-PB-FEES (PB-IDX, 1)            TO BP-FEE-INCOME
           MOVE WS-PB-CHGOFF (PB-IDX, 1)          TO BP-CHARGEOFFS
           MOVE WS-PB-RECOV (PB-IDX, 1)           TO BP-RECOVERIES
           MOVE WS-PB-RSV-CHANGE (PB-IDX, 1)      TO BP-RESERVE-CHANGE
           MOVE WS-COF-RATE                       TO BP-COF-RATE
           MOVE WS-PB-COF (PB-IDX, 1)             TO BP-COST-OF-FUNDS
           MOVE WS-PB-NET-MARGIN (PB-IDX, 1)      TO BP-NET-MARGIN
           WRITE BRANCH-PROFIT-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN.

      ******************************************************************
      * PROFRPT: every branch under its region, each region's total
      * after its branches, and the bank's total at the end.
      ******************************************************************
       0500-WRITE-REPORT.
           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING "BRANCH PROFITABILITY BY REGION - MONTH ENDING "
                      DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           MOVE WS-COF-RATE TO WS-RATE-EDITED
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING "COST OF FUNDS " DELIMITED BY SIZE
                  WS-RATE-EDITED DELIMITED BY SIZE
                  "% A YEAR ON AVERAGE OPEN BALANCE" DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           MOVE SPACES TO PROFIT-REPORT-LINE
           STRING "NET MARGIN = INTEREST + FEES - COST OF FUNDS"
                      DELIMITED BY SIZE
                  " - CHARGE-OFFS + RECOVERIES - RESERVE CHANGE"
                      DELIMITED BY SIZE
               INTO PROFIT-REPORT-LINE
           END-STRING
           WRITE PROFIT-REPORT-LINE
           IF NOT WS-COF-FOUND
               MOVE "*** NO COF RATE IN FORCE ON INDEXRATE - COST OF"
                   TO PROFIT-REPORT-LINE
               MOVE " FUNDS NOT CHARGED"
                   TO PROFIT-REPORT-LINE (49:18)
               WRITE PROFIT-REPORT-LINE
           END-IF
           IF NOT WS-RESERVE-CURRENT
               MOVE "*** RSVBOOK NOT YET BOOKED FOR THE MONTH - NO"
                   TO PROFIT-REPORT-LINE
               MOVE " RESERVE CHANGE TAKEN"
                   TO PROFIT-REPORT-LINE (46:21)
               WRITE PROFIT-REPORT-LINE
           END-IF
           MOVE ALL "-" TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-HEADING
           INITIALIZE WS-BANK-PERIODS
           PERFORM VARYING RG-IDX FROM 1 BY 1
                   UNTIL RG-IDX > WS-RG-COUNT
               MOVE WS-RG-REGION-CODE (RG-IDX) TO WS-CUR-REGION
               INITIALIZE WS-REGION-PERIODS
               PERFORM VARYING PB-IDX FROM 1 BY 1
                       UNTIL PB-IDX > WS-PB-COUNT
                   IF WS-PB-REGION-CODE (PB-IDX) = WS-CUR-REGION
                       PERFORM 0550-REPORT-ONE-BRANCH
                   END-IF
               END-PERFORM
               MOVE WS-REGION-PERIODS TO WS-PRINT-PERIODS
               MOVE SPACES TO WS-BLOCK-TITLE
               STRING "REGION " DELIMITED BY SIZE
                      WS-CUR-REGION DELIMITED BY SPACE
                      " TOTAL" DELIMITED BY SIZE
                   INTO WS-BLOCK-TITLE
               END-STRING
               PERFORM 0600-PRINT-BLOCK
           END-PERFORM
           MOVE WS-BANK-PERIODS TO WS-PRINT-PERIODS
           MOVE "ALL BRANCHES TOTAL" TO WS-BLOCK-TITLE
           PERFORM 0600-PRINT-BLOCK
           CLOSE PROFIT-REPORT-FILE.

       0550-REPORT-ONE-BRANCH.
           MOVE WS-PB-PERIODS (PB-IDX) TO WS-PRINT-PERIODS
           MOVE SPACES TO WS-BLOCK-TITLE
           STRING "BRANCH " DELIMITED BY SIZE
                  WS-PB-BRANCH-CODE (PB-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PB-BRANCH-NAME (PB-IDX) DELIMITED BY SIZE
                  " REGION " DELIMITED BY SIZE
                  WS-CUR-REGION DELIMITED BY SIZE
               INTO WS-BLOCK-TITLE
           END-STRING
           PERFORM 0600-PRINT-BLOCK
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 3
               PERFORM 0560-ADD-TO-TOTALS
           END-PERFORM.

       0560-ADD-TO-TOTALS.
           ADD WS-PR-INTEREST (WS-PERIOD-SUB)
               TO WS-RT-INTEREST (WS-PERIOD-SUB)
                  WS-GT-INTEREST (WS-PERIOD-SUB)
           ADD WS-PR-FEES (WS-PERIOD-SUB)
               TO WS-RT-FEES (WS-PERIOD-SUB)
                  WS-GT-FEES (WS-PERIOD-SUB)
           ADD WS-PR-COF (WS-PERIOD-SUB)
               TO WS-RT-COF (WS-PERIOD-SUB)
                  WS-GT-COF (WS-PERIOD-SUB)
           ADD WS-PR-CHGOFF (WS-PERIOD-SUB)
               TO WS-RT-CHGOFF (WS-PERIOD-SUB)
                  WS-GT-CHGOFF (WS-PERIOD-SUB)
           ADD WS-PR-RECOV (WS-PERIOD-SUB)
               TO WS-RT-RECOV (WS-PERIOD-SUB)
                  WS-GT-RECOV (WS-PERIOD-SUB)
           ADD WS-PR-RSV-CHANGE (WS-PERIOD-SUB)
               TO WS-RT-RSV-CHANGE (WS-PERIOD-SUB)
                  WS-GT-RSV-CHANGE (WS-PERIOD-SUB)
           ADD WS-PR-NET-MARGIN (WS-PERIOD-SUB)
               TO WS-RT-NET-MARGIN (WS-PERIOD-SUB)
                  WS-GT-NET-MARGIN (WS-PERIOD-SUB)
           ADD WS-PR-AVG-BAL-SUM (WS-PERIOD-SUB)
               TO WS-RT-AVG-BAL-SUM (WS-PERIOD-SUB)
                  WS-GT-AVG-BAL-SUM (WS-PERIOD-SUB).

      ******************************************************************
      * One block: the title, a line per measure across the month,
      * quarter and year columns, and the return on average balance
      * -- the column's net margin, annualized over its months,
      * over its average balance.
      ******************************************************************
       0600-PRINT-BLOCK.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE WS-BLOCK-TITLE TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 8
               MOVE WS-MEASURE-LABEL (WS-MEASURE-SUB) TO WS-ML-LABEL
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > 3
                   PERFORM 0620-EDIT-ONE-MEASURE
               END-PERFORM
               WRITE PROFIT-REPORT-LINE FROM WS-MEASURE-LINE
           END-PERFORM
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 3
               MOVE ZERO TO WS-WORK-PCT
               IF WS-PR-AVG-BAL-SUM (WS-PERIOD-SUB) > ZERO
                   COMPUTE WS-WORK-PCT ROUNDED =
                       WS-PR-NET-MARGIN (WS-PERIOD-SUB) * 1200
                       / WS-PR-AVG-BAL-SUM (WS-PERIOD-SUB)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-WORK-PCT
                   END-COMPUTE
               END-IF
               MOVE SPACES TO WS-RL-COLUMN (WS-PERIOD-SUB)
               MOVE WS-WORK-PCT TO WS-RL-PCT-EDITED (WS-PERIOD-SUB)
               MOVE "%" TO WS-RL-COLUMN (WS-PERIOD-SUB) (22:1)
           END-PERFORM
           WRITE PROFIT-REPORT-LINE FROM WS-RATIO-LINE.

       0620-EDIT-ONE-MEASURE.
           EVALUATE WS-MEASURE-SUB
               WHEN 1
                   MOVE WS-PR-INTEREST (WS-PERIOD-SUB)
                       TO WS-WORK-AMOUNT
               WHEN 2
                   MOVE WS-PR-FEES (WS-PERIOD-SUB) TO WS-WORK-AMOUNT
               WHEN 3
                   MOVE WS-PR-COF (WS-PERIOD-SUB) TO WS-WORK-AMOUNT
               WHEN 4
                   MOVE WS-PR-CHGOFF (WS-PERIOD-SUB) TO WS-WORK-AMOUNT
               WHEN 5
                   MOVE WS-PR-RECOV (WS-PERIOD-SUB) TO WS-WORK-AMOUNT
               WHEN 6
                   MOVE WS-PR-RSV-CHANGE (WS-PERIOD-SUB)
                       TO WS-WORK-AMOUNT
               WHEN 7
                   MOVE WS-PR-NET-MARGIN (WS-PERIOD-SUB)
                       TO WS-WORK-AMOUNT
               WHEN 8
                   COMPUTE WS-WORK-AMOUNT ROUNDED =
                       WS-PR-AVG-BAL-SUM (WS-PERIOD-SUB)
                       / WS-PERIOD-MONTHS (WS-PERIOD-SUB)
           END-EVALUATE
           MOVE SPACES TO WS-ML-COLUMN (WS-PERIOD-SUB)
           MOVE WS-WORK-AMOUNT TO WS-ML-AMT-EDITED (WS-PERIOD-SUB).

       0900-DISPLAY-TOTALS.
           DISPLAY "===== BranchProfitability CONTROL TOTALS ====="
           DISPLAY "MONTH REPORTED:      " WS-REPORT-YYYYMM
           DISPLAY "COST OF FUNDS RATE:  " WS-COF-RATE
           DISPLAY "BRANCHES REPORTED:   " WS-PB-COUNT
           DISPLAY "REGIONS REPORTED:    " WS-RG-COUNT
           DISPLAY "OPEN LOANS TALLIED:  " WS-LOANS-TALLIED
           DISPLAY "LEDGER ROWS TALLIED: " WS-LEDGER-ROWS
           DISPLAY "HISTORY ROWS CARRIED:" WS-HISTORY-CARRIED
           DISPLAY "HISTORY ROWS WRITTEN:" WS-HISTORY-WRITTEN.
