      * two passes: pass one prices every employee off BONUSTAB and
      * tallies the total by department; pass two prorates each
      * department's bonuses down to its DEPTPOOL ceiling (if it went
      * over) before writing the final payout to BONUSOUT.  Loan
      * officers' origination incentives arrive on INCENTIV, one row
      * per officer per month from OriginationIncentive; pass two
      * pays each positive row through the same deferral, net-pay
      * and YTDBONUS handling as a bonus, keyed in YTDBONUS by the
      * incentive month so a nightly rerun never pays a month twice.
      * They sit outside the department pools and totals, and a row
      * whose officer doesn't get through pass two is logged to
      * BONUSERR rather than dropped.  Each BONUSOUT row also carries
      * the period, rating, time-worked and pool proration factors
      * and the amount deferred, which BonusApproval lists on the
      * department managers' approval worklist before anything is
      * released to payroll.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DXS-FS.

           SELECT INCENTIVE-FILE
               ASSIGN TO "INCENTIV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05  BO-NET-BONUS          PIC 9(07)V99.
           05  BO-NET-SALARY         PIC 9(07)V99.
           05  BO-REMARK             PIC X(20).
           05  BO-BONUS-PERIOD       PIC X(06).
           05  BO-RATING             PIC X(01).
           05  BO-TIME-FACTOR        PIC 9(01)V9(06).
           05  BO-POOL-FACTOR        PIC 9(01)V9(06).
           05  BO-DEFERRED-AMT       PIC 9(07)V99.

       FD  BONUS-RATE-FILE.
           COPY BONUSTAB.
       FD  DEFERRAL-SCHEDULE-FILE.
           COPY DEFSCHED.

       FD  INCENTIVE-FILE.
           COPY INCENTIV.

       WORKING-STORAGE SECTION.

       COPY BONUSWS.
       01  WS-PERIOD-END-INT   PIC 9(07) COMP.
       01  WS-HIRE-INT         PIC 9(07) COMP.
       01  WS-PRORATE-FRACTION PIC 9(01)V9(06) COMP-3.
       01  WS-TIME-FACTOR      PIC 9(01)V9(06) COMP-3.

       01  WS-TODAY-YEAR   PIC 9(04).
       01  WS-TODAY-MONTH  PIC 9(02).
       01  WS-FULL-AWARD   PIC 9(07)V99 COMP-3.
       01  WS-CURRENT-PCT  PIC 9(03)V99 COMP-3.
       01  WS-PIECE-AMT    PIC 9(07)V99 COMP-3.
       01  WS-DEFERRED-AMT PIC 9(07)V99 COMP-3.
       01  WS-REL-YEAR     PIC 9(04).
       01  WS-REL-QTR      PIC 9(02).
       01  WS-REL-PERIOD   PIC X(06).
       01  WS-RELEASED-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-FORFEIT-COUNT  PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * This month's origination incentives.  WS-OI-HANDLED is set
      * once pass two has paid the row, or found it already paid;
      * whatever payable row is left unhandled goes to BONUSERR.
      ******************************************************************
       01  WS-OI-FS        PIC X(02).
       01  WS-OI-EOF-SW    PIC X(01) VALUE "N".
           88  WS-OI-EOF   VALUE "Y".
       01  WS-INCENT-AREA.
           05  WS-OI-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-OI-ROW OCCURS 500 TIMES
                             INDEXED BY OI-IDX.
               10  WS-OI-EMP-ID          PIC X(06).
               10  WS-OI-INCENT-PERIOD   PIC X(06).
               10  WS-OI-GROSS           PIC 9(07)V99 COMP-3.
               10  WS-OI-NET-PAYABLE     PIC 9(07)V99 COMP-3.
               10  WS-OI-HANDLED-SW      PIC X(01).
                   88  WS-OI-HANDLED     VALUE "Y".
       01  WS-INCENT-PAID-COUNT  PIC 9(05) COMP VALUE ZERO.
       01  WS-INCENT-UNPAID-COUNT PIC 9(05) COMP VALUE ZERO.

       01  WS-POOL-EOF-SW  PIC X(01) VALUE "N".
           88  WS-POOL-EOF       VALUE "Y".

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if DEFSCHED or INCENTIV exceeds
      * its in-memory table.
      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0175-READ-DEFER-PARAMETER
           PERFORM 0178-LOAD-DEFER-RULES
           PERFORM 0180-LOAD-DEFER-SCHEDULE
           PERFORM 0185-LOAD-INCENTIVES
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE EXCEPTION-FILE
               GOBACK
               CLOSE DEFERRAL-SCHEDULE-FILE
           END-IF.

      ******************************************************************
      * No INCENTIV dataset, or only zero-payable rows, means there
      * are no incentives to pay this run.
      ******************************************************************
       0185-LOAD-INCENTIVES.
           OPEN INPUT INCENTIVE-FILE
           IF WS-OI-FS = "00"
               MOVE "N" TO WS-OI-EOF-SW
               SET OI-IDX TO 1
               PERFORM UNTIL WS-OI-EOF
                   READ INCENTIVE-FILE
                       AT END
                           MOVE "Y" TO WS-OI-EOF-SW
                       NOT AT END
                           IF OI-NET-PAYABLE > ZERO
                               IF WS-OI-COUNT >= 500
                                   DISPLAY "EmployeeBonusEvaluation:"
                                       " INCENTIV EXCEEDS TABLE"
                                       " CAPACITY"
                                   MOVE 12 TO RUN-RETURN-CODE
                                   MOVE "Y" TO WS-OI-EOF-SW
                               ELSE
                                   MOVE OI-EMP-ID TO
                                       WS-OI-EMP-ID (OI-IDX)
                                   MOVE OI-INCENT-PERIOD TO
                                       WS-OI-INCENT-PERIOD (OI-IDX)
                                   MOVE OI-GROSS-INCENTIVE TO
                                       WS-OI-GROSS (OI-IDX)
                                   MOVE OI-NET-PAYABLE TO
                                       WS-OI-NET-PAYABLE (OI-IDX)
                                   MOVE "N" TO
                                       WS-OI-HANDLED-SW (OI-IDX)
                                   SET OI-IDX UP BY 1
                                   ADD 1 TO WS-OI-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCENTIVE-FILE
           END-IF.

       0200-FIRST-PASS.
           OPEN INPUT EMPLOYEE-FILE
           MOVE "N" TO WS-EOF-SW
                   PERFORM 0495-WRITE-EXCEPTION
                   MOVE ZERO TO BONUS
           END-COMPUTE
           MOVE 1 TO WS-TIME-FACTOR
           PERFORM 0305-PRORATE-NEW-HIRE
           PERFORM 0307-PRORATE-TERMINATION
           COMPUTE BONUS ROUNDED = BONUS * WS-RATING-MULT
                   FUNCTION INTEGER-OF-DATE (EMP-TERM-DATE)
               IF WS-TERM-INT < WS-PERIOD-START-INT
                   MOVE ZERO TO BONUS
                   MOVE ZERO TO WS-TIME-FACTOR
               ELSE
                   IF WS-TERM-INT < WS-PERIOD-END-INT
                       COMPUTE WS-PRORATE-FRACTION ROUNDED =
                               PERFORM 0495-WRITE-EXCEPTION
                               MOVE ZERO TO BONUS
                       END-COMPUTE
                       COMPUTE WS-TIME-FACTOR ROUNDED =
                           WS-TIME-FACTOR * WS-PRORATE-FRACTION
                   END-IF
               END-IF
           END-IF.
                   FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE)
               IF WS-HIRE-INT > WS-PERIOD-END-INT
                   MOVE ZERO TO BONUS
                   MOVE ZERO TO WS-TIME-FACTOR
               ELSE
                   COMPUTE WS-PRORATE-FRACTION ROUNDED =
                       (WS-PERIOD-END-INT - WS-HIRE-INT + 1)
                           PERFORM 0495-WRITE-EXCEPTION
                           MOVE ZERO TO BONUS
                   END-COMPUTE
                   MOVE WS-PRORATE-FRACTION TO WS-TIME-FACTOR
               END-IF
           END-IF.

                       END-IF
                       END-IF
                       END-IF
                       IF WS-EMP-ELIGIBLE AND WS-RECORD-VALID
                           PERFORM 0370-PAY-INCENTIVES
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0390-LOG-UNPAID-INCENTIVES
           CLOSE EMPLOYEE-FILE
           CLOSE BONUS-OUTPUT-FILE
           CLOSE BONUS-ERROR-FILE.

      ******************************************************************
      * Pays this employee's incentive rows.  Each pays as its own
      * BONUSOUT row -- after any deferral split, with the usual
      * withholding -- and is recorded in YTDBONUS under its
      * incentive month; a month already there was paid on an
      * earlier night and is passed over quietly.
      ******************************************************************
       0370-PAY-INCENTIVES.
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-OI-COUNT
               IF WS-OI-EMP-ID (OI-IDX) = EMP-ID
                  AND NOT WS-OI-HANDLED (OI-IDX)
                   PERFORM 0375-PAY-ONE-INCENTIVE
               END-IF
           END-PERFORM.

       0375-PAY-ONE-INCENTIVE.
           MOVE "N" TO WS-YTD-ALREADY-PAID-SW
           SET YT-IDX TO 1
           PERFORM UNTIL WS-YTD-ALREADY-PAID
                   OR YT-IDX > WS-YTD-COUNT
               IF WS-YT-EMP-ID (YT-IDX) = EMP-ID
                  AND WS-YT-BONUS-PERIOD (YT-IDX) =
                       WS-OI-INCENT-PERIOD (OI-IDX)
                   MOVE "Y" TO WS-YTD-ALREADY-PAID-SW
               ELSE
                   SET YT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-YTD-ALREADY-PAID
               MOVE "Y" TO WS-OI-HANDLED-SW (OI-IDX)
           ELSE
               IF WS-YTD-COUNT >= 2000
                   MOVE "YTDBONUS TABLE FULL" TO WS-EDIT-REASON
                   PERFORM 0340-WRITE-BONUS-ERROR
                   MOVE "Y" TO WS-OI-HANDLED-SW (OI-IDX)
               ELSE
                   MOVE WS-OI-GROSS (OI-IDX)       TO WS-RAW-BONUS
                   MOVE WS-OI-NET-PAYABLE (OI-IDX) TO BONUS
                   PERFORM 0360-SPLIT-LARGE-AWARD
                   MOVE EMP-ANNUAL-SALARY TO EMP-SALARY
                   PERFORM 0350-COMPUTE-NET-PAY
                   MOVE EMP-ID       TO BO-EMP-ID
                   MOVE EMP-DEPT     TO BO-EMP-DEPT
                   MOVE WS-RAW-BONUS TO BO-RAW-BONUS
                   MOVE BONUS        TO BO-FINAL-BONUS
                   MOVE EMP-SALARY   TO BO-EMP-SALARY
                   MOVE NET-BONUS    TO BO-NET-BONUS
                   MOVE NET-SALARY   TO BO-NET-SALARY
                   MOVE "INCENTIVE"  TO BO-REMARK
                   MOVE WS-OI-INCENT-PERIOD (OI-IDX)
                       TO BO-BONUS-PERIOD
                   MOVE SPACE        TO BO-RATING
                   MOVE 1            TO BO-TIME-FACTOR
                   MOVE 1            TO BO-POOL-FACTOR
                   MOVE WS-DEFERRED-AMT TO BO-DEFERRED-AMT
                   WRITE BONUS-OUTPUT-REC
                   SET YT-IDX TO WS-YTD-COUNT
                   SET YT-IDX UP BY 1
                   MOVE EMP-ID TO WS-YT-EMP-ID (YT-IDX)
                   MOVE WS-OI-INCENT-PERIOD (OI-IDX)
                       TO WS-YT-BONUS-PERIOD (YT-IDX)
                   MOVE WS-OI-NET-PAYABLE (OI-IDX)
                       TO WS-YT-BONUS-PAID (YT-IDX)
                   ADD 1 TO WS-YTD-COUNT
                   MOVE "Y" TO WS-OI-HANDLED-SW (OI-IDX)
                   ADD 1 TO WS-INCENT-PAID-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * An incentive row still unhandled after pass two belongs to
      * an officer who isn't on the roster, isn't eligible this
      * period, or failed the edits -- logged so HR can follow up.
      ******************************************************************
       0390-LOG-UNPAID-INCENTIVES.
           PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-OI-COUNT
               IF NOT WS-OI-HANDLED (OI-IDX)
                   MOVE "EmployeeBonusEvaluation" TO BE-SOURCE-PROGRAM
                   MOVE WS-OI-EMP-ID (OI-IDX) TO BE-EMP-ID
                   MOVE SPACES TO BE-EMP-DEPT
                   MOVE ZERO TO BE-EMP-AGE
                   MOVE "INCENTIVE NOT PAID" TO BE-REASON
                   WRITE BONUS-ERROR-RECORD
                   ADD 1 TO WS-INCENT-UNPAID-COUNT
               END-IF
           END-PERFORM
           DISPLAY "INCENTIVES PAID:     " WS-INCENT-PAID-COUNT
           DISPLAY "INCENTIVES UNPAID:   " WS-INCENT-UNPAID-COUNT.

      ******************************************************************
      * The roster snapshot the release step reads -- every row,
      * whatever its status, with the salary the release payout's
      * records the full award, so a rerun can't re-award it.
      ******************************************************************
       0360-SPLIT-LARGE-AWARD.
           MOVE ZERO TO WS-DEFERRED-AMT
           IF WS-DEFER-THRESHOLD > ZERO
              AND WS-DV-COUNT > ZERO
              AND BONUS > WS-DEFER-THRESHOLD
                       PERFORM 0495-WRITE-EXCEPTION
                       MOVE WS-FULL-AWARD TO BONUS
               END-COMPUTE
               COMPUTE WS-DEFERRED-AMT = WS-FULL-AWARD - BONUS
           END-IF.

       0365-DEFER-ONE-PIECE.
               MOVE NET-BONUS    TO BO-NET-BONUS
               MOVE NET-SALARY   TO BO-NET-SALARY
               MOVE "DEFER RELEASE" TO BO-REMARK
               MOVE WS-DX-AWARD-PERIOD (DX-IDX) TO BO-BONUS-PERIOD
               MOVE SPACE        TO BO-RATING
               MOVE 1            TO BO-TIME-FACTOR
               MOVE 1            TO BO-POOL-FACTOR
               MOVE ZERO         TO BO-DEFERRED-AMT
               WRITE BONUS-OUTPUT-REC
               MOVE "RELEASED" TO WS-DX-STATUS (DX-IDX)
               ADD 1 TO WS-RELEASED-COUNT
           MOVE WS-EDIT-REASON TO BE-REASON
           WRITE BONUS-ERROR-RECORD.

      ******************************************************************
      * The full award -- what pays tonight plus whatever
      * 0360-SPLIT-LARGE-AWARD deferred -- the same figure an
      * incentive row records, so the annual statement can take the
      * deferred pieces back out of YTDBONUS per DEFSCHED.
      ******************************************************************
       0330-RECORD-YTD-PAYOUT.
           SET YT-IDX TO WS-YTD-COUNT
           SET YT-IDX UP BY 1
           MOVE EMP-ID         TO WS-YT-EMP-ID (YT-IDX)
           MOVE WS-BONUS-PERIOD TO WS-YT-BONUS-PERIOD (YT-IDX)
           COMPUTE WS-YT-BONUS-PAID (YT-IDX) =
               BONUS + WS-DEFERRED-AMT
           ADD 1 TO WS-YTD-COUNT.

      ******************************************************************
           MOVE EMP-SALARY   TO BO-EMP-SALARY
           MOVE NET-BONUS    TO BO-NET-BONUS
           MOVE NET-SALARY   TO BO-NET-SALARY
           MOVE WS-BONUS-PERIOD TO BO-BONUS-PERIOD
           MOVE WS-PR-RATING (PR-IDX) TO BO-RATING
           MOVE WS-TIME-FACTOR TO BO-TIME-FACTOR
           MOVE WS-DT-PRORATE-FACTOR (DT-IDX) TO BO-POOL-FACTOR
           IF WS-YTD-ALREADY-PAID
               MOVE "ALREADY PAID" TO BO-REMARK
               MOVE ZERO TO BO-DEFERRED-AMT
           ELSE
               MOVE "PAID" TO BO-REMARK
               MOVE WS-DEFERRED-AMT TO BO-DEFERRED-AMT
           END-IF
           WRITE BONUS-OUTPUT-REC.

