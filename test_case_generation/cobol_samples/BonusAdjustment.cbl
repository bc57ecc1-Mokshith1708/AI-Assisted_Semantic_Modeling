      * sees the correction, and lands on the ADJREG register for
      * HR sign-off.  An adjustment with no YTDBONUS row to correct
      * is reported REJECTED rather than quietly inventing history.
      * An adjustment to a bonus period whose quarter-end month is
      * closed on the PERIODCT bonus ledger is applied in the open
      * month and reported ROLLED, or set aside unapplied on
      * POSTSUSP and reported SUSPENSE, as the closed month says.
      * The user on each adjustment must hold a role entitled to
      * BONUSADJ on ENTITLE; anyone else's is reported NOTENTLD,
      * left unapplied and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "ADJREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTING-SUSPENSE-FILE
               ASSIGN TO "POSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-INPUT-FILE.
           05  BO-NET-BONUS          PIC 9(07)V99.
           05  BO-NET-SALARY         PIC 9(07)V99.
           05  BO-REMARK             PIC X(20).
           05  BO-BONUS-PERIOD       PIC X(06).
           05  BO-RATING             PIC X(01).
           05  BO-TIME-FACTOR        PIC 9(01)V9(06).
           05  BO-POOL-FACTOR        PIC 9(01)V9(06).
           05  BO-DEFERRED-AMT       PIC 9(07)V99.

       FD  ADJUSTMENT-REGISTER-FILE.
       01  ADJUSTMENT-REGISTER-RECORD.
           05  AG-REASON             PIC X(30).
           05  AG-DISPOSITION        PIC X(10).

       FD  POSTING-SUSPENSE-FILE.
           COPY POSTSUSP.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY YTDWS.
       COPY BIZDTWS.
       COPY PERDCHK.
       COPY ENTLCHK.

      ******************************************************************
      * Same IRS-style flat supplemental-wage rate the bonus run
       01  WS-NETTED-PAID        PIC S9(08)V99 COMP-3.
       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-ROLLED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-SUSPENSE-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * The month an adjustment posts to on the bonus ledger is the
      * quarter-end month of the period it corrects (2024Q3 is
      * September 2024).
      ******************************************************************
       01  WS-ADJ-PERIOD.
           05  WS-AP-YEAR        PIC X(04).
           05  WS-AP-Q           PIC X(01).
           05  WS-AP-QUARTER     PIC X(01).
           05  WS-AP-QUARTER-N REDEFINES WS-AP-QUARTER
                                 PIC 9(01).
       01  WS-ADJ-ITEM-DATE.
           05  WS-AI-YEAR        PIC 9(04).
           05  WS-AI-MONTH       PIC 9(02).
           05  WS-AI-DAY         PIC 9(02).
       01  WS-ADJ-ITEM-DATE-N REDEFINES WS-ADJ-ITEM-DATE
                                 PIC 9(08).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the period control file can't
      * be read or the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.


       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-PRIME-PERIOD-CHECK
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0170-LOAD-YTD-BONUS
           PERFORM 0200-APPLY-ADJUSTMENTS
           PERFORM 0800-REWRITE-YTD-BONUS
           DISPLAY "===== BonusAdjustment CONTROL TOTALS ====="
           DISPLAY "ADJUSTMENTS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "ADJUSTMENTS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "ROLLED FROM CLOSED:  " WS-ROLLED-COUNT
           DISPLAY "SENT TO SUSPENSE:    " WS-SUSPENSE-COUNT
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
      * Loads the period table with one check at the business date
      * before anything is applied: a PERIODCT that can't be read
      * fails the run with RC 12 rather than send every adjustment
      * to suspense.
      ******************************************************************
       0130-PRIME-PERIOD-CHECK.
           MOVE "BONUS   "       TO PK-LEDGER-CODE
           MOVE WS-BUSINESS-DATE TO PK-ITEM-DATE
           MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
           CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           IF PK-RETURN-CODE NOT = ZERO
               DISPLAY "BonusAdjustment: PERIODCT NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

       0170-LOAD-YTD-BONUS.
           OPEN INPUT YTD-BONUS-FILE
           IF WS-YTD-FS = "00"
           OPEN INPUT  ADJUSTMENT-INPUT-FILE
           OPEN EXTEND BONUS-OUTPUT-FILE
           OPEN OUTPUT ADJUSTMENT-REGISTER-FILE
           OPEN EXTEND POSTING-SUSPENSE-FILE
           PERFORM UNTIL WS-ADJ-EOF
               READ ADJUSTMENT-INPUT-FILE
                   AT END
           END-PERFORM
           CLOSE ADJUSTMENT-INPUT-FILE
           CLOSE BONUS-OUTPUT-FILE
           CLOSE ADJUSTMENT-REGISTER-FILE
           CLOSE POSTING-SUSPENSE-FILE.

       0250-FIND-YTD-ROW.
           MOVE "N" TO WS-YTD-ALREADY-PAID-SW
      * rejected -- YB-BONUS-PAID is unsigned, so storing the
      * negative would silently flip its sign in the money file the
      * already-paid check trusts.  A duplicate clawback row is the
      * usual way this happens.  A user not entitled to BONUSADJ
      * changes nothing.
      ******************************************************************
       0300-APPLY-ONE-ADJUSTMENT.
           PERFORM 0305-CHECK-ENTITLEMENT
           PERFORM 0260-CHECK-ADJUSTMENT-PERIOD
           PERFORM 0250-FIND-YTD-ROW
           IF WS-YTD-ALREADY-PAID
               COMPUTE WS-NETTED-PAID =
                   WS-YT-BONUS-PAID (YT-IDX) + AJ-ADJUST-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN NOT EC-ENTITLED
                   MOVE "NOTENTLD" TO AG-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN NOT WS-YTD-ALREADY-PAID
                   MOVE "REJECTED" TO AG-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-NETTED-PAID < ZERO
                   MOVE "REJECTED" TO AG-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN PK-TO-SUSPENSE
                   PERFORM 0340-SUSPEND-ADJUSTMENT
                   MOVE "SUSPENSE" TO AG-DISPOSITION
                   ADD 1 TO WS-SUSPENSE-COUNT
               WHEN OTHER
                   MOVE WS-NETTED-PAID
                       TO WS-YT-BONUS-PAID (YT-IDX)
                   PERFORM 0350-WRITE-CORRECTIVE-ROW
                   IF PK-ROLL-FORWARD
                       MOVE "ROLLED" TO AG-DISPOSITION
                       ADD 1 TO WS-ROLLED-COUNT
                   ELSE
                       MOVE "APPLIED" TO AG-DISPOSITION
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           MOVE AJ-EMP-ID        TO AG-EMP-ID
           MOVE AJ-REASON        TO AG-REASON
           WRITE ADJUSTMENT-REGISTER-RECORD.

      ******************************************************************
      * The user on the adjustment must hold a role entitled to
      * BONUSADJ on ENTITLE; EntitlementCheck logs a refusal to
      * SECAUDIT.  Unusable entitlement tables refuse everything and
      * fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE AJ-USER-ID TO EC-OPERATOR-ID
           MOVE "BONUSADJ" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * A period that isn't in yyyyQn form has no quarter-end month
      * to check and is left to the YTDBONUS match to reject.
      ******************************************************************
       0260-CHECK-ADJUSTMENT-PERIOD.
           MOVE AJ-BONUS-PERIOD TO WS-ADJ-PERIOD
           MOVE "P" TO PK-RESULT
           IF WS-AP-YEAR IS NUMERIC
              AND WS-AP-Q = "Q"
              AND WS-AP-QUARTER >= "1" AND WS-AP-QUARTER <= "4"
               MOVE WS-AP-YEAR TO WS-AI-YEAR
               COMPUTE WS-AI-MONTH = WS-AP-QUARTER-N * 3
               MOVE 1 TO WS-AI-DAY
               MOVE "BONUS   "         TO PK-LEDGER-CODE
               MOVE WS-ADJ-ITEM-DATE-N TO PK-ITEM-DATE
               MOVE WS-BUSINESS-DATE   TO PK-BUSINESS-DATE
               CALL "PeriodCheck" USING PERIOD-CHECK-AREA
           END-IF.

       0340-SUSPEND-ADJUSTMENT.
           MOVE "BONUS   "              TO PS-LEDGER-CODE
           MOVE "BonusAdjustment"       TO PS-POSTING-PROGRAM
           MOVE AJ-EMP-ID               TO PS-ITEM-KEY
           MOVE WS-ADJ-ITEM-DATE-N      TO PS-ITEM-DATE
           MOVE AJ-ADJUST-AMOUNT        TO PS-ITEM-AMT
           MOVE PK-REASON               TO PS-REASON
           MOVE ZERO                    TO PS-CYCLE-NUMBER
           MOVE WS-RUN-TS               TO PS-TIMESTAMP
           MOVE BONUS-ADJUSTMENT-RECORD TO PS-ITEM-IMAGE
           WRITE POSTING-SUSPENSE-RECORD.

      ******************************************************************
      * The corrective BONUSOUT row carries the adjustment's
      * magnitude with the direction spelled out in the remark --
           MOVE ZERO          TO BO-EMP-SALARY
           MOVE WS-NET-AMOUNT TO BO-NET-BONUS
           MOVE ZERO          TO BO-NET-SALARY
           MOVE AJ-BONUS-PERIOD TO BO-BONUS-PERIOD
           MOVE SPACE         TO BO-RATING
           MOVE 1             TO BO-TIME-FACTOR
           MOVE 1             TO BO-POOL-FACTOR
           MOVE ZERO          TO BO-DEFERRED-AMT
           WRITE BONUS-OUTPUT-REC.

       0800-REWRITE-YTD-BONUS.
