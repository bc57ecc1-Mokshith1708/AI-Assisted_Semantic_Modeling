       IDENTIFICATION DIVISION.
       PROGRAM-ID. BonusExpenseAccrual.

      ******************************************************************
      * Month-end bonus expense accrual.  GLPosting only books
      * bonus expense when the bonus run pays, which drops a whole
      * quarter's expense into one month; this run spreads it.  It
      * projects each department's bonus for the current bonus
      * period (the business date's quarter) the way
      * EmployeeBonusEvaluation would price it today -- the
      * current roster and salaries, the BONUSTAB percent for the
      * department and age band, new-hire and termination
      * proration, the latest RATINGS letter through RATMULT --
      * and scales each DEPTPOOL pool group down to its funded
      * pool, the same as the real run.  The accrued-to-date
      * target is the months of the quarter elapsed, in thirds, of
      * that projection; the month's posting is the target less
      * what the BACRLEDG ledger says is already accrued, so a
      * changed projection corrects itself the next month and a
      * rerun of the same month posts nothing new.  Each posting
      * is appended to LOANJRNL, the GL journal GLPROOF proves and
      * releases, as a bonus expense debit and an accrued bonus
      * liability credit per cost center (reversed in direction if
      * the projection fell), with the same debits-equal-credits
      * proof GLPosting runs.  Once GLPosting has booked a
      * department's real bonus and reversed its accrual, that
      * department and period take no further accrual.  An
      * employee with no rating yet is projected at multiplier
      * 1.00 -- the ratings for the quarter usually arrive only
      * just before the bonus run.  The journal goes out as a
      * LOANJRNL batch of its own, behind LOANGL's, between the
      * standard interface header (IFCREC) with the business date
      * and the current RUNCTL cycle (stamped on every line too),
      * and the standard trailer with the line count and the
      * debits plus credits as its amount hash.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO "EMPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-FS.

           SELECT BONUS-RATE-FILE
               ASSIGN TO "BONUSTAB"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PERFORMANCE-RATING-FILE
               ASSIGN TO "RATINGS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

           SELECT RATING-MULTIPLIER-FILE
               ASSIGN TO "RATMULT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RM-FS.

           SELECT DEPT-POOL-FILE
               ASSIGN TO "DEPTPOOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DP-FS.

           SELECT ACCRUAL-LEDGER-FILE
               ASSIGN TO "BACRLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BL-FS.

           SELECT JOURNAL-FILE
               ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JE-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT ACCRUAL-REPORT-FILE
               ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPREC.

       FD  BONUS-RATE-FILE.
           COPY BONUSTAB.

       FD  PERFORMANCE-RATING-FILE.
           COPY RATINGRC.

       FD  RATING-MULTIPLIER-FILE.
           COPY RATMULT.

       FD  DEPT-POOL-FILE.
           COPY DEPTPOOL.

       FD  ACCRUAL-LEDGER-FILE.
           COPY BACRLEDG.

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BONUSWS.
       COPY DEPTWS.
       COPY VALIDWS.
       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY RATINGWS.
       COPY IFCREC.

       01  WS-EMP-FS                PIC X(02).
       01  WS-PR-FS                 PIC X(02).
       01  WS-RM-FS                 PIC X(02).
       01  WS-DP-FS                 PIC X(02).
       01  WS-BL-FS                 PIC X(02).
       01  WS-JE-FS                 PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  WS-EOF               VALUE "Y".

      ******************************************************************
      * The bonus period and its bounds, derived from the business
      * date exactly as EmployeeBonusEvaluation derives them, plus
      * how many of the quarter's three months this accrual closes.
      ******************************************************************
       01  WS-TODAY-YEAR            PIC 9(04).
       01  WS-TODAY-MONTH           PIC 9(02).
       01  WS-QUARTER-NUM           PIC 9(01).
       01  WS-MONTH-IN-QUARTER      PIC 9(01).
       01  WS-BONUS-PERIOD          PIC X(06).
       01  WS-PERIOD-START-DATE     PIC 9(08).
       01  WS-NEXT-Q-START-DATE     PIC 9(08).
       01  WS-NEXT-Q-YEAR           PIC 9(04).
       01  WS-NEXT-Q-MONTH          PIC 9(02).
       01  WS-PERIOD-START-INT      PIC 9(07) COMP.
       01  WS-PERIOD-END-INT        PIC 9(07) COMP.
       01  WS-HIRE-INT              PIC 9(07) COMP.
       01  WS-TERM-INT              PIC 9(07) COMP.
       01  WS-PRORATE-FRACTION      PIC 9(01)V9(06) COMP-3.
       01  WS-BONUS-PCT             PIC 9(02)V9(02) COMP-3.
       01  WS-PROJECTED-BONUS       PIC 9(07)V99 COMP-3.
       01  WS-ELIGIBLE-SW           PIC X(01).
           88  WS-EMP-ELIGIBLE      VALUE "Y".

      ******************************************************************
      * One row per GL cost center (EMP-DEPT, the department
      * GLPosting books the real expense under) with the pool group
      * (HR, ENG or OTH, the DEPTPOOL key) its projection is capped
      * in.
      ******************************************************************
       01  WS-CENTER-AREA.
           05  WS-CC-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-CC-ROW OCCURS 50 TIMES
                             INDEXED BY CC-IDX.
               10  WS-CC-DEPT-CODE       PIC X(03).
               10  WS-CC-POOL-CODE       PIC X(03).
               10  WS-CC-HEADCOUNT       PIC 9(05) COMP.
               10  WS-CC-RAW-PROJECTION  PIC 9(09)V99 COMP-3.
       01  WS-CC-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-CC-FOUND          VALUE "Y".
       01  WS-SEARCH-DEPT           PIC X(03).

       01  WS-LEDGER-AREA.
           05  WS-BL-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BL-ROW OCCURS 500 TIMES
                             INDEXED BY BL-IDX.
               10  WS-BL-DEPT-CODE       PIC X(03).
               10  WS-BL-BONUS-PERIOD    PIC X(06).
               10  WS-BL-ACCRUED-AMOUNT  PIC 9(09)V99 COMP-3.
               10  WS-BL-LAST-ACCRUAL    PIC 9(08).
               10  WS-BL-STATUS          PIC X(08).
               10  WS-BL-REVERSED-CYCLE  PIC 9(07).
       01  WS-BL-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-BL-FOUND          VALUE "Y".

       01  WS-OVERFLOW-SW           PIC X(01) VALUE "N".
           88  WS-OVERFLOW          VALUE "Y".

       01  WS-CAPPED-PROJECTION     PIC 9(09)V99 COMP-3.
       01  WS-ACCRUAL-TARGET        PIC 9(09)V99 COMP-3.
       01  WS-ACCRUED-BEFORE        PIC 9(09)V99 COMP-3.
       01  WS-ACCRUAL-AMOUNT        PIC S9(09)V99 COMP-3.
       01  WS-POSTING-AMOUNT        PIC 9(09)V99 COMP-3.

       01  WS-TOTAL-PROJECTION      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ACCRUED         PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-JOURNAL-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-PROJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.

       01  WS-AMOUNT-EDITED         PIC ---,---,--9.99.
       01  WS-COUNT-EDITED          PIC ZZZZ9.

       01  WS-HEADING-1.
           05  FILLER               PIC X(37)
               VALUE "BONUS EXPENSE ACCRUAL - BONUS PERIOD".
           05  WS-H1-PERIOD         PIC X(06).
           05  FILLER               PIC X(09) VALUE "   MONTH ".
           05  WS-H1-MONTH          PIC 9(01).
           05  FILLER               PIC X(05) VALUE " OF 3".
       01  WS-HEADING-2.
           05  FILLER               PIC X(40)
               VALUE "DEPT POOL COUNT     PROJECTED PRIOR ACCR".
           05  FILLER               PIC X(40)
               VALUE "UAL    THIS MONTH       TO DATE         ".

       01  WS-DETAIL-LINE.
           05  WS-DL-DEPT           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-POOL           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-HEADCOUNT      PIC ZZZZ9.
           05  WS-DL-PROJECTION     PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-BEFORE         PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-THIS-MONTH     PIC ---,---,--9.99.
           05  WS-DL-TO-DATE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(09) VALUE SPACES.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO when the accrual journal balances, 8 when
      * it doesn't, and 12 when EMPFILE or LOANJRNL won't open or a
      * table overflows
      * (nothing is posted, or -- if only the ledger fills -- the
      * cost centers that didn't fit are left unaccrued).
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0140-DERIVE-BONUS-PERIOD
           PERFORM 0150-LOAD-BONUS-TABLE
           PERFORM 0155-LOAD-RATINGS
           PERFORM 0158-LOAD-RATING-MULTIPLIERS
           PERFORM 0160-LOAD-DEPT-POOLS
           PERFORM 0170-LOAD-LEDGER
           PERFORM 0200-PROJECT-ROSTER
           IF WS-OVERFLOW
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0250-COMPUTE-PRORATE-FACTORS
           OPEN EXTEND JOURNAL-FILE
           IF WS-JE-FS NOT = "00" AND WS-JE-FS NOT = "05"
               DISPLAY "BonusExpenseAccrual: LOANJRNL OPEN FAILED FS="
                   WS-JE-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0280-WRITE-HEADER
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           MOVE WS-BONUS-PERIOD TO WS-H1-PERIOD
           MOVE WS-MONTH-IN-QUARTER TO WS-H1-MONTH
           WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-2
           PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CC-COUNT
               PERFORM 0300-ACCRUE-CENTER
           END-PERFORM
           IF WS-OVERFLOW
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           PERFORM 0780-WRITE-TRAILER
           CLOSE JOURNAL-FILE
           PERFORM 0800-PROVE-BALANCE
           CLOSE ACCRUAL-REPORT-FILE
           PERFORM 0820-WRITE-LEDGER
           GOBACK.

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
           END-IF.

      ******************************************************************
      * Picks up the cycle number the job streams issued via
      * RunCycleStart for the LOANJRNL batch.  Zero means no RUNCTL
      * dataset is configured.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0140-DERIVE-BONUS-PERIOD.
           MOVE WS-BUSINESS-DATE (1:4) TO WS-TODAY-YEAR
           MOVE WS-BUSINESS-DATE (5:2) TO WS-TODAY-MONTH
           COMPUTE WS-QUARTER-NUM = (WS-TODAY-MONTH - 1) / 3 + 1
           COMPUTE WS-MONTH-IN-QUARTER =
               WS-TODAY-MONTH - (WS-QUARTER-NUM - 1) * 3
           MOVE WS-TODAY-YEAR TO WS-BONUS-PERIOD (1:4)
           MOVE "Q" TO WS-BONUS-PERIOD (5:1)
           MOVE WS-QUARTER-NUM TO WS-BONUS-PERIOD (6:1)
           COMPUTE WS-PERIOD-START-DATE =
               WS-TODAY-YEAR * 10000
               + ((WS-QUARTER-NUM - 1) * 3 + 1) * 100 + 1
           IF WS-QUARTER-NUM = 4
               COMPUTE WS-NEXT-Q-YEAR = WS-TODAY-YEAR + 1
               MOVE 1 TO WS-NEXT-Q-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-NEXT-Q-YEAR
               COMPUTE WS-NEXT-Q-MONTH = WS-QUARTER-NUM * 3 + 1
           END-IF
           COMPUTE WS-NEXT-Q-START-DATE =
               WS-NEXT-Q-YEAR * 10000 + WS-NEXT-Q-MONTH * 100 + 1
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DATE)
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-Q-START-DATE) - 1.

       0150-LOAD-BONUS-TABLE.
           OPEN INPUT BONUS-RATE-FILE
           MOVE "N" TO WS-BONUS-EOF-SW
           SET BR-IDX TO 1
           PERFORM UNTIL WS-BONUS-EOF
               READ BONUS-RATE-FILE
                   AT END
                       MOVE "Y" TO WS-BONUS-EOF-SW
                   NOT AT END
                       MOVE BR-DEPT-CODE    TO WS-BR-DEPT-CODE (BR-IDX)
                       MOVE BR-MIN-AGE      TO WS-BR-MIN-AGE (BR-IDX)
                       MOVE BR-BONUS-PCT    TO
                           WS-BR-BONUS-PCT (BR-IDX)
                       SET BR-IDX UP BY 1
                       ADD 1 TO WS-BONUS-ROW-COUNT
               END-READ
           END-PERFORM
           CLOSE BONUS-RATE-FILE.

      ******************************************************************
      * The latest ratings on file; none at all early in the
      * quarter is normal.
      ******************************************************************
       0155-LOAD-RATINGS.
           OPEN INPUT PERFORMANCE-RATING-FILE
           IF WS-PR-FS = "00"
               MOVE "N" TO WS-PR-EOF-SW
               SET PR-IDX TO 1
               PERFORM UNTIL WS-PR-EOF
                   READ PERFORMANCE-RATING-FILE
                       AT END
                           MOVE "Y" TO WS-PR-EOF-SW
                       NOT AT END
                           IF WS-PR-COUNT < 500
                               MOVE PR-EMP-ID TO WS-PR-EMP-ID (PR-IDX)
                               MOVE PR-RATING TO WS-PR-RATING (PR-IDX)
                               SET PR-IDX UP BY 1
                               ADD 1 TO WS-PR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFORMANCE-RATING-FILE
           END-IF.

       0158-LOAD-RATING-MULTIPLIERS.
           OPEN INPUT RATING-MULTIPLIER-FILE
           IF WS-RM-FS = "00"
               MOVE "N" TO WS-RM-EOF-SW
               SET RM-IDX TO 1
               PERFORM UNTIL WS-RM-EOF
                   READ RATING-MULTIPLIER-FILE
                       AT END
                           MOVE "Y" TO WS-RM-EOF-SW
                       NOT AT END
                           IF WS-RM-COUNT < 10
                               MOVE RM-RATING
                                   TO WS-RM-RATING (RM-IDX)
                               MOVE RM-MULTIPLIER
                                   TO WS-RM-MULTIPLIER (RM-IDX)
                               SET RM-IDX UP BY 1
                               ADD 1 TO WS-RM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATING-MULTIPLIER-FILE
           END-IF.

      ******************************************************************
      * Same resolution as EmployeeBonusEvaluation, except that no
      * rating yet simply leaves the multiplier at 1.00.
      ******************************************************************
       0315-FIND-RATING.
           MOVE "N" TO WS-RATING-FOUND-SW
           MOVE 1.00 TO WS-RATING-MULT
           SET PR-IDX TO 1
           PERFORM UNTIL WS-RATING-FOUND OR PR-IDX > WS-PR-COUNT
               IF WS-PR-EMP-ID (PR-IDX) = EMP-ID
                   MOVE "Y" TO WS-RATING-FOUND-SW
               ELSE
                   SET PR-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-RATING-FOUND
               PERFORM VARYING RM-IDX FROM 1 BY 1
                       UNTIL RM-IDX > WS-RM-COUNT
                   IF WS-RM-RATING (RM-IDX) = WS-PR-RATING (PR-IDX)
                       MOVE WS-RM-MULTIPLIER (RM-IDX)
                           TO WS-RATING-MULT
                   END-IF
               END-PERFORM
           END-IF.

       0160-LOAD-DEPT-POOLS.
           OPEN INPUT DEPT-POOL-FILE
           IF WS-DP-FS = "00"
               MOVE "N" TO WS-EOF-SW
               SET DT-IDX TO 1
               PERFORM UNTIL WS-EOF
                   READ DEPT-POOL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-DEPT-COUNT < 10
                               MOVE DP-DEPT-CODE
                                   TO WS-DT-DEPT-CODE (DT-IDX)
                               MOVE DP-POOL-AMOUNT
                                   TO WS-DT-POOL-AMOUNT (DT-IDX)
                               MOVE ZERO TO WS-DT-RAW-TOTAL (DT-IDX)
                               MOVE 1.000000
                                   TO WS-DT-PRORATE-FACTOR (DT-IDX)
                               SET DT-IDX UP BY 1
                               ADD 1 TO WS-DEPT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POOL-FILE
           END-IF.

      ******************************************************************
      * The ledger is held whole and rewritten at the end of the
      * run.  Every cost center with an OPEN row for this period
      * gets a projection row up front, so a department whose
      * projection has dropped to nothing still has its accrual
      * brought back down.  No BACRLEDG dataset is the first
      * accrual ever.
      ******************************************************************
       0170-LOAD-LEDGER.
           OPEN INPUT ACCRUAL-LEDGER-FILE
           IF WS-BL-FS = "00"
               MOVE "N" TO WS-EOF-SW
               SET BL-IDX TO 1
               PERFORM UNTIL WS-EOF
                   READ ACCRUAL-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF WS-BL-COUNT >= 500
                               DISPLAY "BonusExpenseAccrual: "
                                   "BACRLEDG EXCEEDS TABLE CAPACITY"
                               MOVE "Y" TO WS-OVERFLOW-SW
                               MOVE "Y" TO WS-EOF-SW
                           ELSE
                               PERFORM 0175-LOAD-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-LEDGER-FILE
           END-IF.

       0175-LOAD-LEDGER-ROW.
           MOVE BL-DEPT-CODE       TO WS-BL-DEPT-CODE (BL-IDX)
           MOVE BL-BONUS-PERIOD    TO WS-BL-BONUS-PERIOD (BL-IDX)
           MOVE BL-ACCRUED-AMOUNT  TO WS-BL-ACCRUED-AMOUNT (BL-IDX)
           MOVE BL-LAST-ACCRUAL-DATE
               TO WS-BL-LAST-ACCRUAL (BL-IDX)
           MOVE BL-STATUS          TO WS-BL-STATUS (BL-IDX)
           MOVE BL-REVERSED-CYCLE  TO WS-BL-REVERSED-CYCLE (BL-IDX)
           SET BL-IDX UP BY 1
           ADD 1 TO WS-BL-COUNT
           IF BL-BONUS-PERIOD = WS-BONUS-PERIOD
              AND BL-STATUS = "OPEN"
               MOVE BL-DEPT-CODE TO WS-SEARCH-DEPT
               PERFORM 0265-SET-POOL-CODE
               PERFORM 0270-FIND-CENTER
           END-IF.

      ******************************************************************
      * Projects every employee who could still earn this period's
      * bonus: active (or pre-lifecycle space), or terminated inside
      * the period, and passing the same roster edits the bonus run
      * applies.  On-leave employees are not paid by the bonus run
      * and are not projected.
      ******************************************************************
       0200-PROJECT-ROSTER.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-FS NOT = "00"
               DISPLAY "BonusExpenseAccrual: EMPFILE OPEN FAILED, "
                   "STATUS " WS-EMP-FS
               MOVE "Y" TO WS-OVERFLOW-SW
           ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM 0210-PROJECT-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           END-IF.

       0210-PROJECT-EMPLOYEE.
           EVALUATE TRUE
               WHEN EMP-STATUS = "A" OR EMP-STATUS = SPACE
                   MOVE "Y" TO WS-ELIGIBLE-SW
               WHEN EMP-STATUS = "T"
                    AND EMP-TERM-DATE >= WS-PERIOD-START-DATE
                    AND EMP-TERM-DATE < WS-NEXT-Q-START-DATE
                   MOVE "Y" TO WS-ELIGIBLE-SW
               WHEN OTHER
                   MOVE "N" TO WS-ELIGIBLE-SW
           END-EVALUATE
           IF WS-EMP-ELIGIBLE
               PERFORM 0310-EDIT-EMPLOYEE
               IF WS-RECORD-VALID
                   PERFORM 0315-FIND-RATING
                   PERFORM 0300-PROJECT-BONUS
                   PERFORM 0260-FIND-DEPT-TOTAL-ROW
                   ADD WS-PROJECTED-BONUS TO WS-DT-RAW-TOTAL (DT-IDX)
                   PERFORM 0270-FIND-CENTER
                   IF WS-CC-FOUND
                       ADD 1 TO WS-CC-HEADCOUNT (CC-IDX)
                       ADD WS-PROJECTED-BONUS
                           TO WS-CC-RAW-PROJECTION (CC-IDX)
                   END-IF
                   ADD 1 TO WS-PROJECTED-COUNT
               END-IF
           END-IF.

       0310-EDIT-EMPLOYEE.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN EMP-AGE < 16 OR EMP-AGE > 70
                   MOVE "N" TO WS-VALID-SW
               WHEN EMP-DEPT NOT = "HR " AND EMP-DEPT NOT = "ENG"
                  AND EMP-DEPT NOT = "FIN" AND EMP-DEPT NOT = "OPS"
                  AND EMP-DEPT NOT = "SLS" AND EMP-DEPT NOT = "MKT"
                   MOVE "N" TO WS-VALID-SW
               WHEN EMP-ANNUAL-SALARY NOT NUMERIC
                  OR EMP-ANNUAL-SALARY = ZERO
                   MOVE "N" TO WS-VALID-SW
               WHEN EMP-HIRE-DATE NOT NUMERIC
                  OR EMP-HIRE-DATE = ZERO
                   MOVE "N" TO WS-VALID-SW
           END-EVALUATE.

      ******************************************************************
      * The bonus run's pricing: BONUSTAB percent of annual salary
      * for the pool group and best age band, prorated for a hire or
      * termination inside the period, times the rating multiplier.
      ******************************************************************
       0300-PROJECT-BONUS.
           MOVE EMP-DEPT TO WS-SEARCH-DEPT
           PERFORM 0265-SET-POOL-CODE
           MOVE ZERO TO WS-BONUS-BEST-AGE
           MOVE ZERO TO WS-BONUS-PCT
           PERFORM VARYING BR-IDX FROM 1 BY 1
                   UNTIL BR-IDX > WS-BONUS-ROW-COUNT
               IF WS-BR-DEPT-CODE (BR-IDX) = WS-BONUS-DEPT-CODE
                  AND WS-BR-MIN-AGE (BR-IDX) <= EMP-AGE
                  AND WS-BR-MIN-AGE (BR-IDX) >= WS-BONUS-BEST-AGE
                   MOVE WS-BR-MIN-AGE (BR-IDX) TO WS-BONUS-BEST-AGE
                   MOVE WS-BR-BONUS-PCT (BR-IDX) TO WS-BONUS-PCT
               END-IF
           END-PERFORM
           COMPUTE WS-PROJECTED-BONUS ROUNDED =
               EMP-ANNUAL-SALARY * WS-BONUS-PCT / 100
               ON SIZE ERROR
                   MOVE ZERO TO WS-PROJECTED-BONUS
           END-COMPUTE
           IF EMP-HIRE-DATE > WS-PERIOD-START-DATE
               COMPUTE WS-HIRE-INT =
                   FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE)
               IF WS-HIRE-INT > WS-PERIOD-END-INT
                   MOVE ZERO TO WS-PROJECTED-BONUS
               ELSE
                   COMPUTE WS-PRORATE-FRACTION ROUNDED =
                       (WS-PERIOD-END-INT - WS-HIRE-INT + 1)
                       / (WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1)
                   COMPUTE WS-PROJECTED-BONUS ROUNDED =
                       WS-PROJECTED-BONUS * WS-PRORATE-FRACTION
               END-IF
           END-IF
           IF EMP-STATUS = "T"
               COMPUTE WS-TERM-INT =
                   FUNCTION INTEGER-OF-DATE (EMP-TERM-DATE)
               IF WS-TERM-INT < WS-PERIOD-END-INT
                   COMPUTE WS-PRORATE-FRACTION ROUNDED =
                       (WS-TERM-INT - WS-PERIOD-START-INT + 1)
                       / (WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1)
                   COMPUTE WS-PROJECTED-BONUS ROUNDED =
                       WS-PROJECTED-BONUS * WS-PRORATE-FRACTION
               END-IF
           END-IF
           COMPUTE WS-PROJECTED-BONUS ROUNDED =
               WS-PROJECTED-BONUS * WS-RATING-MULT
               ON SIZE ERROR
                   MOVE ZERO TO WS-PROJECTED-BONUS
           END-COMPUTE.

      ******************************************************************
      * A pool group Finance hasn't funded is uncapped, the same as
      * in the bonus run.
      ******************************************************************
       0260-FIND-DEPT-TOTAL-ROW.
           MOVE "N" TO WS-DT-FOUND-SW
           SET DT-IDX TO 1
           PERFORM UNTIL WS-DT-FOUND OR DT-IDX > WS-DEPT-COUNT
               IF WS-DT-DEPT-CODE (DT-IDX) = WS-BONUS-DEPT-CODE
                   MOVE "Y" TO WS-DT-FOUND-SW
               ELSE
                   SET DT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-DT-FOUND
               SET DT-IDX TO WS-DEPT-COUNT
               SET DT-IDX UP BY 1
               MOVE WS-BONUS-DEPT-CODE TO WS-DT-DEPT-CODE (DT-IDX)
               MOVE 9999999.99 TO WS-DT-POOL-AMOUNT (DT-IDX)
               MOVE ZERO TO WS-DT-RAW-TOTAL (DT-IDX)
               MOVE 1.000000 TO WS-DT-PRORATE-FACTOR (DT-IDX)
               ADD 1 TO WS-DEPT-COUNT
           END-IF.

      ******************************************************************
      * The bonus run's department-to-pool mapping: HR and ENG are
      * their own DEPTPOOL pools, every other department shares OTH.
      ******************************************************************
       0265-SET-POOL-CODE.
           EVALUATE TRUE
               WHEN WS-SEARCH-DEPT = "HR "
                   MOVE "HR " TO WS-BONUS-DEPT-CODE
               WHEN WS-SEARCH-DEPT = "ENG"
                   MOVE "ENG" TO WS-BONUS-DEPT-CODE
               WHEN OTHER
                   MOVE "OTH" TO WS-BONUS-DEPT-CODE
           END-EVALUATE.

       0270-FIND-CENTER.
           MOVE "N" TO WS-CC-FOUND-SW
           SET CC-IDX TO 1
           PERFORM UNTIL WS-CC-FOUND OR CC-IDX > WS-CC-COUNT
               IF WS-CC-DEPT-CODE (CC-IDX) = WS-SEARCH-DEPT
                   MOVE "Y" TO WS-CC-FOUND-SW
               ELSE
                   SET CC-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-CC-FOUND
               IF WS-CC-COUNT >= 50
                   IF NOT WS-OVERFLOW
                       DISPLAY "BonusExpenseAccrual: COST CENTERS "
                           "EXCEED TABLE CAPACITY"
                   END-IF
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET CC-IDX TO WS-CC-COUNT
                   SET CC-IDX UP BY 1
                   MOVE WS-SEARCH-DEPT TO WS-CC-DEPT-CODE (CC-IDX)
                   MOVE WS-BONUS-DEPT-CODE
                       TO WS-CC-POOL-CODE (CC-IDX)
                   MOVE ZERO TO WS-CC-HEADCOUNT (CC-IDX)
                   MOVE ZERO TO WS-CC-RAW-PROJECTION (CC-IDX)
                   ADD 1 TO WS-CC-COUNT
                   MOVE "Y" TO WS-CC-FOUND-SW
               END-IF
           END-IF.

       0250-COMPUTE-PRORATE-FACTORS.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-COUNT
               IF WS-DT-RAW-TOTAL (DT-IDX) > WS-DT-POOL-AMOUNT (DT-IDX)
                  AND WS-DT-RAW-TOTAL (DT-IDX) > 0
                   COMPUTE WS-DT-PRORATE-FACTOR (DT-IDX) ROUNDED =
                       WS-DT-POOL-AMOUNT (DT-IDX) /
                       WS-DT-RAW-TOTAL (DT-IDX)
                       ON SIZE ERROR
                           MOVE 1.000000
                               TO WS-DT-PRORATE-FACTOR (DT-IDX)
                   END-COMPUTE
               END-IF
           END-PERFORM.

       0280-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "LOANJRNL"       TO IC-FILE-ID
           MOVE "BONUSACR"       TO IC-PRODUCER
           MOVE WS-BUSINESS-DATE TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

      ******************************************************************
      * One cost center's month: cap its projection by its pool
      * group's factor, take the elapsed thirds of it as the target,
      * and post the difference from what's already accrued.  A
      * REVERSED row means the real bonus is already booked for this
      * period and nothing more is accrued.
      ******************************************************************
       0300-ACCRUE-CENTER.
           MOVE WS-CC-POOL-CODE (CC-IDX) TO WS-BONUS-DEPT-CODE
           PERFORM 0260-FIND-DEPT-TOTAL-ROW
           COMPUTE WS-CAPPED-PROJECTION ROUNDED =
               WS-CC-RAW-PROJECTION (CC-IDX)
               * WS-DT-PRORATE-FACTOR (DT-IDX)
           COMPUTE WS-ACCRUAL-TARGET ROUNDED =
               WS-CAPPED-PROJECTION * WS-MONTH-IN-QUARTER / 3
           PERFORM 0330-FIND-LEDGER-ROW
           MOVE WS-CC-DEPT-CODE (CC-IDX) TO WS-DL-DEPT
           MOVE WS-CC-POOL-CODE (CC-IDX) TO WS-DL-POOL
           MOVE WS-CC-HEADCOUNT (CC-IDX) TO WS-DL-HEADCOUNT
           MOVE WS-CAPPED-PROJECTION TO WS-DL-PROJECTION
           ADD WS-CAPPED-PROJECTION TO WS-TOTAL-PROJECTION
           IF WS-BL-FOUND
               MOVE WS-BL-ACCRUED-AMOUNT (BL-IDX) TO WS-ACCRUED-BEFORE
           ELSE
               MOVE ZERO TO WS-ACCRUED-BEFORE
           END-IF
           MOVE WS-ACCRUED-BEFORE TO WS-DL-BEFORE
           IF WS-BL-FOUND
              AND WS-BL-STATUS (BL-IDX) = "REVERSED"
               MOVE ZERO TO WS-DL-THIS-MONTH
               MOVE ZERO TO WS-DL-TO-DATE
               MOVE WS-DETAIL-LINE TO ACCRUAL-REPORT-LINE
               MOVE "BOOKED" TO ACCRUAL-REPORT-LINE (74:6)
               WRITE ACCRUAL-REPORT-LINE
           ELSE
               COMPUTE WS-ACCRUAL-AMOUNT =
                   WS-ACCRUAL-TARGET - WS-ACCRUED-BEFORE
               PERFORM 0340-UPDATE-LEDGER-ROW
               IF NOT WS-BL-FOUND
                   MOVE ZERO TO WS-ACCRUAL-AMOUNT
                   MOVE WS-ACCRUED-BEFORE TO WS-ACCRUAL-TARGET
               END-IF
               IF WS-ACCRUAL-AMOUNT NOT = ZERO
                   PERFORM 0350-POST-ACCRUAL
               END-IF
               MOVE WS-ACCRUAL-AMOUNT TO WS-DL-THIS-MONTH
               MOVE WS-ACCRUAL-TARGET TO WS-DL-TO-DATE
               ADD WS-ACCRUAL-TARGET TO WS-TOTAL-ACCRUED
               WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

       0330-FIND-LEDGER-ROW.
           MOVE "N" TO WS-BL-FOUND-SW
           SET BL-IDX TO 1
           PERFORM UNTIL WS-BL-FOUND OR BL-IDX > WS-BL-COUNT
               IF WS-BL-DEPT-CODE (BL-IDX) = WS-CC-DEPT-CODE (CC-IDX)
                  AND WS-BL-BONUS-PERIOD (BL-IDX) = WS-BONUS-PERIOD
                   MOVE "Y" TO WS-BL-FOUND-SW
               ELSE
                   SET BL-IDX UP BY 1
               END-IF
           END-PERFORM.

       0340-UPDATE-LEDGER-ROW.
           IF NOT WS-BL-FOUND
               IF WS-BL-COUNT >= 500
                   DISPLAY "BonusExpenseAccrual: "
                       "BACRLEDG EXCEEDS TABLE CAPACITY"
                   MOVE "Y" TO WS-OVERFLOW-SW
               ELSE
                   SET BL-IDX TO WS-BL-COUNT
                   SET BL-IDX UP BY 1
                   ADD 1 TO WS-BL-COUNT
                   MOVE WS-CC-DEPT-CODE (CC-IDX)
                       TO WS-BL-DEPT-CODE (BL-IDX)
                   MOVE WS-BONUS-PERIOD TO WS-BL-BONUS-PERIOD (BL-IDX)
                   MOVE "OPEN" TO WS-BL-STATUS (BL-IDX)
                   MOVE ZERO TO WS-BL-REVERSED-CYCLE (BL-IDX)
                   MOVE "Y" TO WS-BL-FOUND-SW
               END-IF
           END-IF
           IF WS-BL-FOUND
               MOVE WS-ACCRUAL-TARGET TO WS-BL-ACCRUED-AMOUNT (BL-IDX)
               MOVE WS-BUSINESS-DATE TO WS-BL-LAST-ACCRUAL (BL-IDX)
           END-IF.

      ******************************************************************
      * An increase debits bonus expense and credits the accrued
      * bonus liability; a decrease posts the mirror image.
      ******************************************************************
       0350-POST-ACCRUAL.
           IF WS-ACCRUAL-AMOUNT > ZERO
               MOVE WS-ACCRUAL-AMOUNT TO WS-POSTING-AMOUNT
           ELSE
               COMPUTE WS-POSTING-AMOUNT = ZERO - WS-ACCRUAL-AMOUNT
           END-IF
           MOVE SPACES          TO JOURNAL-ENTRY-RECORD
           MOVE "61100000"      TO JE-ACCOUNT
           MOVE WS-CC-DEPT-CODE (CC-IDX) TO JE-COST-CENTER
           MOVE ZERO            TO JE-DEBIT-AMOUNT
           MOVE ZERO            TO JE-CREDIT-AMOUNT
           IF WS-ACCRUAL-AMOUNT > ZERO
               MOVE WS-POSTING-AMOUNT TO JE-DEBIT-AMOUNT
               ADD WS-POSTING-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               MOVE WS-POSTING-AMOUNT TO JE-CREDIT-AMOUNT
               ADD WS-POSTING-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE "BONUS EXPENSE ACCRUAL" TO JE-DESCRIPTION
           MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           MOVE SPACES          TO JOURNAL-ENTRY-RECORD
           MOVE "22100000"      TO JE-ACCOUNT
           MOVE WS-CC-DEPT-CODE (CC-IDX) TO JE-COST-CENTER
           MOVE ZERO            TO JE-DEBIT-AMOUNT
           MOVE ZERO            TO JE-CREDIT-AMOUNT
           IF WS-ACCRUAL-AMOUNT > ZERO
               MOVE WS-POSTING-AMOUNT TO JE-CREDIT-AMOUNT
               ADD WS-POSTING-AMOUNT TO WS-TOTAL-CREDITS
           ELSE
               MOVE WS-POSTING-AMOUNT TO JE-DEBIT-AMOUNT
               ADD WS-POSTING-AMOUNT TO WS-TOTAL-DEBITS
           END-IF
           MOVE "ACCRUED BONUS LIABILITY" TO JE-DESCRIPTION
           MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD
           ADD 1 TO WS-ENTRY-COUNT.

       0780-WRITE-TRAILER.
           COMPUTE WS-JOURNAL-HASH = WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-ENTRY-COUNT   TO IC-RECORD-COUNT
           MOVE WS-JOURNAL-HASH  TO IC-AMOUNT-HASH
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0800-PROVE-BALANCE.
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           WRITE ACCRUAL-REPORT-LINE
           MOVE WS-TOTAL-PROJECTION TO WS-AMOUNT-EDITED
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "PROJECTED BONUS FOR THE PERIOD  " DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           END-STRING
           WRITE ACCRUAL-REPORT-LINE
           MOVE WS-TOTAL-ACCRUED TO WS-AMOUNT-EDITED
           MOVE SPACES TO ACCRUAL-REPORT-LINE
           STRING "OPEN ACCRUAL TO DATE            " DELIMITED BY SIZE
                  WS-AMOUNT-EDITED DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-LINE
           END-STRING
           WRITE ACCRUAL-REPORT-LINE
           DISPLAY "===== BonusExpenseAccrual BALANCING PROOF ====="
           DISPLAY "BONUS PERIOD:        " WS-BONUS-PERIOD
           DISPLAY "EMPLOYEES PROJECTED: " WS-PROJECTED-COUNT
           DISPLAY "PROJECTED BONUS:     " WS-TOTAL-PROJECTION
           DISPLAY "ACCRUED TO DATE:     " WS-TOTAL-ACCRUED
           DISPLAY "JOURNAL LINES:       " WS-ENTRY-COUNT
           DISPLAY "TOTAL DEBITS:        " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS:       " WS-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "JOURNAL IN BALANCE"
           ELSE
               DISPLAY "JOURNAL OUT OF BALANCE"
               IF RUN-RETURN-CODE < 8
                   MOVE 8 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0820-WRITE-LEDGER.
           OPEN OUTPUT ACCRUAL-LEDGER-FILE
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BL-COUNT
               MOVE WS-BL-DEPT-CODE (BL-IDX)      TO BL-DEPT-CODE
               MOVE WS-BL-BONUS-PERIOD (BL-IDX)   TO BL-BONUS-PERIOD
               MOVE WS-BL-ACCRUED-AMOUNT (BL-IDX) TO BL-ACCRUED-AMOUNT
               MOVE WS-BL-LAST-ACCRUAL (BL-IDX)
                   TO BL-LAST-ACCRUAL-DATE
               MOVE WS-BL-STATUS (BL-IDX)         TO BL-STATUS
               MOVE WS-BL-REVERSED-CYCLE (BL-IDX) TO BL-REVERSED-CYCLE
               WRITE BONUS-ACCRUAL-LEDGER-RECORD
           END-PERFORM
           CLOSE ACCRUAL-LEDGER-FILE.
