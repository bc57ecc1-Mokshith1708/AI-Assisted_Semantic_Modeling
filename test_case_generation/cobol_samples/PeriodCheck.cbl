       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodCheck.

      ******************************************************************
      * Shared accounting-period routine, CALLed once per item by
      * every posting program that posts at the item's own date
      * (PaymentPosting for payments and reversals, LoanModification,
      * BonusAdjustment) before it posts anything, so an item dated
      * in a month Finance has closed can no longer land in it and
      * put the month-end GL and the statements out of agreement.
      * The first call loads PERIODCT into working storage, which
      * stays resident for the rest of the run; every call after
      * that is a table walk.  An item whose month is not CLOSED
      * posts as dated.  One dated in a CLOSED month either rolls
      * forward -- to the run's business date, or to the first day
      * of the first month after the item's that is not closed if
      * that is later -- or goes to suspense, as the closed month's
      * back-date action says.  No PERIODCT dataset means no period
      * has ever been closed and everything posts as dated; one that
      * is unreadable or too big for the table returns
      * PK-RETURN-CODE 12 and sends every item to suspense: posting
      * into a month that may be locked because the lock can't be
      * read is exactly the hole this closes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PERIODCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE.
           COPY PERIODCT.

       WORKING-STORAGE SECTION.

       01  WS-PC-FS                  PIC X(02).
       01  WS-PC-EOF-SW              PIC X(01) VALUE "N".
           88  WS-PC-EOF             VALUE "Y".
       01  WS-LOADED-SW              PIC X(01) VALUE "N".
           88  WS-TABLE-LOADED       VALUE "Y".
       01  WS-LOAD-RC                PIC S9(04) COMP VALUE ZERO.

      ******************************************************************
      * The period rows, held for the life of the run.
      ******************************************************************
       01  WS-PERIOD-AREA.
           05  WS-PD-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-PD-ROW OCCURS 600 TIMES
                             INDEXED BY PD-IDX.
               10  WS-PD-LEDGER-CODE     PIC X(08).
               10  WS-PD-PERIOD          PIC 9(06).
               10  WS-PD-STATUS          PIC X(08).
               10  WS-PD-BACKDATE-ACTION PIC X(01).
       01  WS-PD-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-PD-FOUND           VALUE "Y".
       01  WS-LOCKED-SW              PIC X(01) VALUE "N".
           88  WS-MONTH-LOCKED       VALUE "Y".

      ******************************************************************
      * The month being looked up, walked forward a month at a time
      * to find the first one still open, and the roll date built
      * from it.
      ******************************************************************
       01  WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR         PIC 9(04).
           05  WS-CHECK-MONTH        PIC 9(02).
       01  WS-CLOSED-PERIOD          PIC 9(06).
       01  WS-ROLL-DATE.
           05  WS-ROLL-PERIOD        PIC 9(06).
           05  WS-ROLL-DAY           PIC 9(02).
       01  WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE
                                     PIC 9(08).

       LINKAGE SECTION.

           COPY PERDCHK.

       PROCEDURE DIVISION USING PERIOD-CHECK-AREA.

       0000-MAINLINE.
           IF NOT WS-TABLE-LOADED
               PERFORM 0100-LOAD-PERIODS
               MOVE "Y" TO WS-LOADED-SW
           END-IF
           MOVE WS-LOAD-RC   TO PK-RETURN-CODE
           MOVE PK-ITEM-DATE TO PK-POST-DATE
           MOVE "OPEN    "   TO PK-PERIOD-STATUS
           MOVE SPACES       TO PK-REASON
           IF WS-LOAD-RC NOT = ZERO
               MOVE "S" TO PK-RESULT
               MOVE "PERIOD CONTROL NOT AVAILABLE" TO PK-REASON
           ELSE
               PERFORM 0300-CHECK-ITEM-PERIOD
           END-IF
           GOBACK.

      ******************************************************************
      * A missing PERIODCT is a shop that has never closed a period,
      * not an error; anything else wrong with it is.
      ******************************************************************
       0100-LOAD-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE WS-PC-FS
               WHEN "00"
                   MOVE "N" TO WS-PC-EOF-SW
                   SET PD-IDX TO 1
                   PERFORM UNTIL WS-PC-EOF
                       READ PERIOD-CONTROL-FILE
                           AT END
                               MOVE "Y" TO WS-PC-EOF-SW
                           NOT AT END
                               PERFORM 0150-KEEP-PERIOD-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PeriodCheck: PERIODCT NOT AVAILABLE,"
                       " STATUS " WS-PC-FS
                   MOVE 12 TO WS-LOAD-RC
           END-EVALUATE.

       0150-KEEP-PERIOD-ROW.
           IF WS-PD-COUNT >= 600
               DISPLAY "PeriodCheck: PERIODCT EXCEEDS TABLE CAPACITY"
               MOVE 12 TO WS-LOAD-RC
               MOVE "Y" TO WS-PC-EOF-SW
           ELSE
               MOVE PC-LEDGER-CODE     TO WS-PD-LEDGER-CODE (PD-IDX)
               MOVE PC-PERIOD          TO WS-PD-PERIOD (PD-IDX)
               MOVE PC-PERIOD-STATUS   TO WS-PD-STATUS (PD-IDX)
               MOVE PC-BACKDATE-ACTION
                   TO WS-PD-BACKDATE-ACTION (PD-IDX)
               SET PD-IDX UP BY 1
               ADD 1 TO WS-PD-COUNT
           END-IF.

      ******************************************************************
      * Looks up the item's month; only a CLOSED month is locked --
      * a month still CLOSING takes postings while its checklist is
      * worked.
      ******************************************************************
       0300-CHECK-ITEM-PERIOD.
           MOVE PK-ITEM-DATE (1:6) TO WS-CHECK-PERIOD
           PERFORM 0360-CHECK-MONTH-LOCK
           IF WS-PD-FOUND
               MOVE WS-PD-STATUS (PD-IDX) TO PK-PERIOD-STATUS
           END-IF
           IF NOT WS-MONTH-LOCKED
               MOVE "P" TO PK-RESULT
           ELSE
               MOVE WS-CHECK-PERIOD TO WS-CLOSED-PERIOD
               IF WS-PD-BACKDATE-ACTION (PD-IDX) = "S"
                   MOVE "S" TO PK-RESULT
                   STRING "PERIOD " DELIMITED BY SIZE
                          WS-CLOSED-PERIOD DELIMITED BY SIZE
                          " CLOSED - SUSPENSE" DELIMITED BY SIZE
                       INTO PK-REASON
                   END-STRING
               ELSE
                   PERFORM 0400-FIND-FIRST-OPEN-DAY
                   MOVE "R" TO PK-RESULT
                   STRING "PERIOD " DELIMITED BY SIZE
                          WS-CLOSED-PERIOD DELIMITED BY SIZE
                          " CLOSED - ROLLED" DELIMITED BY SIZE
                       INTO PK-REASON
                   END-STRING
               END-IF
           END-IF.

       0350-FIND-PERIOD-ROW.
           MOVE "N" TO WS-PD-FOUND-SW
           SET PD-IDX TO 1
           PERFORM UNTIL WS-PD-FOUND OR PD-IDX > WS-PD-COUNT
               IF WS-PD-LEDGER-CODE (PD-IDX) = PK-LEDGER-CODE
                  AND WS-PD-PERIOD (PD-IDX) = WS-CHECK-PERIOD
                   MOVE "Y" TO WS-PD-FOUND-SW
               ELSE
                   SET PD-IDX UP BY 1
               END-IF
           END-PERFORM.

       0360-CHECK-MONTH-LOCK.
           PERFORM 0350-FIND-PERIOD-ROW
           MOVE "N" TO WS-LOCKED-SW
           IF WS-PD-FOUND
               IF WS-PD-STATUS (PD-IDX) = "CLOSED  "
                   MOVE "Y" TO WS-LOCKED-SW
               END-IF
           END-IF.

      ******************************************************************
      * Walks forward from the closed month to the first month that
      * is not closed, and posts on its first day -- unless the
      * business date is later and its own month is open, which is
      * the usual case: the item posts today, in the month the GL
      * feed is picking up.  The walk always ends, since the table
      * is finite and a month with no row is open.
      ******************************************************************
       0400-FIND-FIRST-OPEN-DAY.
           PERFORM UNTIL NOT WS-MONTH-LOCKED
               ADD 1 TO WS-CHECK-MONTH
               IF WS-CHECK-MONTH > 12
                   MOVE 1 TO WS-CHECK-MONTH
                   ADD 1 TO WS-CHECK-YEAR
               END-IF
               PERFORM 0360-CHECK-MONTH-LOCK
           END-PERFORM
           MOVE WS-CHECK-PERIOD TO WS-ROLL-PERIOD
           MOVE 1               TO WS-ROLL-DAY
           MOVE WS-ROLL-DATE-N  TO PK-POST-DATE
           IF PK-BUSINESS-DATE > WS-ROLL-DATE-N
               MOVE PK-BUSINESS-DATE (1:6) TO WS-CHECK-PERIOD
               PERFORM 0360-CHECK-MONTH-LOCK
               IF NOT WS-MONTH-LOCKED
                   MOVE PK-BUSINESS-DATE TO PK-POST-DATE
               END-IF
           END-IF.
