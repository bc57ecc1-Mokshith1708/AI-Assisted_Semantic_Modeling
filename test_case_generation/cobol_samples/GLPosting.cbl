       PROGRAM-ID. GLPosting.

      ******************************************************************
      * Turns each of the cycle's approved-award department rows
      * into
      * balanced journal entries on the JRNLFILE interface: a bonus
      * expense debit per department cost center, a withholding
      * liability credit at the same 22% supplemental rate
      * net-pay clearing credit for the difference.  The balancing
      * proof re-adds every debit and credit and fails the step if
      * they don't tie, so the month-end reconciliation break that
      * manual booking kept causing can't reach the ledger.  The
      * BONUSSUM DD is BonusApproval's APPRSUM, and only its
      * "BonusApproval" rows are booked -- the totals of the awards
      * department managers approved and PayrollExport pays tonight.
      * Accruing what the roster run priced, approved or not, or
      * SimpleBonusEval's ad-hoc re-evaluation rows that never reach
      * payroll, would recreate the very break this program exists
      * to close.  A department with bonus expense accrued through
      * the quarter by BonusExpenseAccrual has every OPEN BACRLEDG
      * accrual for its cost center reversed alongside its real
      * expense -- an accrued bonus liability debit and a bonus
      * expense credit -- and the ledger rows marked REVERSED with
      * the cycle number, so the quarter's expense is counted once.
      * JRNLFILE goes out between the standard interface header
      * (IFCREC) with the BIZDATE business date and RUNCTL cycle,
      * and the standard trailer with the line count and the
      * debits plus credits as its amount hash, so the GL side can
      * tell a whole journal from a truncated or repeated one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT ACCRUAL-LEDGER-FILE
               ASSIGN TO "BACRLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BONUS-SUMMARY-FILE.
       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ACCRUAL-LEDGER-FILE.
           COPY BACRLEDG.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY IFCREC.

       01  WS-BS-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BS-EOF         VALUE "Y".
       01  WS-WITHHOLDING-AMOUNT PIC S9(09)V99 COMP-3.
       01  WS-NET-AMOUNT         PIC S9(09)V99 COMP-3.

      ******************************************************************
      * BACRLEDG held whole and rewritten after posting.  No dataset
      * means nothing has ever been accrued.
      ******************************************************************
       01  WS-BL-FS              PIC X(02).
       01  WS-BL-EOF-SW          PIC X(01) VALUE "N".
           88  WS-BL-EOF         VALUE "Y".
       01  WS-BL-LOADED-SW       PIC X(01) VALUE "N".
           88  WS-BL-LOADED      VALUE "Y".
       01  WS-LEDGER-AREA.
           05  WS-BL-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-BL-ROW OCCURS 500 TIMES
                             INDEXED BY BL-IDX.
               10  WS-BL-DEPT-CODE       PIC X(03).
               10  WS-BL-BONUS-PERIOD    PIC X(06).
               10  WS-BL-ACCRUED-AMOUNT  PIC 9(09)V99.
               10  WS-BL-LAST-ACCRUAL    PIC 9(08).
               10  WS-BL-STATUS          PIC X(08).
               10  WS-BL-REVERSED-CYCLE  PIC 9(07).
       01  WS-REVERSAL-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-REVERSAL-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-TOTAL-DEBITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
       01  WS-JOURNAL-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO when the journal balances, 8 when it doesn't, and
      * 12 (nothing posted) when BACRLEDG exceeds its table.
      ******************************************************************
       LINKAGE SECTION.


       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-LOAD-ACCRUAL-LEDGER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN INPUT  BONUS-SUMMARY-FILE
           OPEN OUTPUT JOURNAL-FILE
           PERFORM 0200-WRITE-HEADER
           PERFORM UNTIL WS-BS-EOF
               READ BONUS-SUMMARY-FILE
                   AT END
                       MOVE "Y" TO WS-BS-EOF-SW
                   NOT AT END
                       IF BS-DEPT-CODE NOT = "ALL"
                          AND BS-SOURCE-PROGRAM = "BonusApproval"
                          AND BS-TOTAL-BONUS > ZERO
                          AND (WS-CYCLE-NUMBER = ZERO
                           OR BS-CYCLE-NUMBER = WS-CYCLE-NUMBER)
               END-READ
           END-PERFORM
           CLOSE BONUS-SUMMARY-FILE
           PERFORM 0700-WRITE-TRAILER
           CLOSE JOURNAL-FILE
           IF WS-BL-LOADED
               PERFORM 0820-WRITE-ACCRUAL-LEDGER
           END-IF
           PERFORM 0800-PROVE-BALANCE
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
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8).

      ******************************************************************
      * Picks up the cycle number the job streams issued via
      * RunCycleStart.  Zero (no RUNCTL dataset) means post every
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0130-LOAD-ACCRUAL-LEDGER.
           OPEN INPUT ACCRUAL-LEDGER-FILE
           IF WS-BL-FS = "00"
               MOVE "Y" TO WS-BL-LOADED-SW
               SET BL-IDX TO 1
               PERFORM UNTIL WS-BL-EOF
                   READ ACCRUAL-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-BL-EOF-SW
                       NOT AT END
                           IF WS-BL-COUNT >= 500
                               DISPLAY "GLPosting: BACRLEDG EXCEEDS "
                                   "TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-BL-EOF-SW
                           ELSE
                               MOVE BONUS-ACCRUAL-LEDGER-RECORD
                                   TO WS-BL-ROW (BL-IDX)
                               SET BL-IDX UP BY 1
                               ADD 1 TO WS-BL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-LEDGER-FILE
           END-IF.

       0200-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "JRNLFILE"       TO IC-FILE-ID
           MOVE "BONUSBAT"       TO IC-PRODUCER
           MOVE WS-BUSINESS-DATE TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0300-POST-DEPARTMENT.
           MOVE BS-TOTAL-BONUS TO WS-GROSS-AMOUNT
           COMPUTE WS-WITHHOLDING-AMOUNT ROUNDED =
           MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD
           ADD WS-NET-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-ENTRY-COUNT
           IF WS-BL-LOADED
               PERFORM VARYING BL-IDX FROM 1 BY 1
                       UNTIL BL-IDX > WS-BL-COUNT
                   IF WS-BL-DEPT-CODE (BL-IDX) = BS-DEPT-CODE
                      AND WS-BL-STATUS (BL-IDX) = "OPEN"
                       PERFORM 0350-REVERSE-ACCRUAL
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Takes one period's accrued expense back off the books now
      * that the real expense is booked.  A zero accrual is simply
      * closed.
      ******************************************************************
       0350-REVERSE-ACCRUAL.
           IF WS-BL-ACCRUED-AMOUNT (BL-IDX) > ZERO
               MOVE SPACES          TO JOURNAL-ENTRY-RECORD
               MOVE "22100000"      TO JE-ACCOUNT
               MOVE BS-DEPT-CODE    TO JE-COST-CENTER
               MOVE WS-BL-ACCRUED-AMOUNT (BL-IDX) TO JE-DEBIT-AMOUNT
               MOVE ZERO            TO JE-CREDIT-AMOUNT
               MOVE "ACCRUED BONUS LIABILITY" TO JE-DESCRIPTION
               MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
               WRITE JOURNAL-ENTRY-RECORD
               ADD WS-BL-ACCRUED-AMOUNT (BL-IDX) TO WS-TOTAL-DEBITS
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SPACES          TO JOURNAL-ENTRY-RECORD
               MOVE "61100000"      TO JE-ACCOUNT
               MOVE BS-DEPT-CODE    TO JE-COST-CENTER
               MOVE ZERO            TO JE-DEBIT-AMOUNT
               MOVE WS-BL-ACCRUED-AMOUNT (BL-IDX) TO JE-CREDIT-AMOUNT
               MOVE "BONUS ACCRUAL REVERSAL" TO JE-DESCRIPTION
               MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
               WRITE JOURNAL-ENTRY-RECORD
               ADD WS-BL-ACCRUED-AMOUNT (BL-IDX) TO WS-TOTAL-CREDITS
               ADD 1 TO WS-ENTRY-COUNT
               ADD WS-BL-ACCRUED-AMOUNT (BL-IDX) TO WS-REVERSAL-TOTAL
           END-IF
           MOVE "REVERSED" TO WS-BL-STATUS (BL-IDX)
           MOVE WS-CYCLE-NUMBER TO WS-BL-REVERSED-CYCLE (BL-IDX)
           ADD 1 TO WS-REVERSAL-COUNT.

       0700-WRITE-TRAILER.
           COMPUTE WS-JOURNAL-HASH = WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-ENTRY-COUNT   TO IC-RECORD-COUNT
           MOVE WS-JOURNAL-HASH  TO IC-AMOUNT-HASH
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0820-WRITE-ACCRUAL-LEDGER.
           OPEN OUTPUT ACCRUAL-LEDGER-FILE
           PERFORM VARYING BL-IDX FROM 1 BY 1
                   UNTIL BL-IDX > WS-BL-COUNT
               MOVE WS-BL-ROW (BL-IDX) TO BONUS-ACCRUAL-LEDGER-RECORD
               WRITE BONUS-ACCRUAL-LEDGER-RECORD
           END-PERFORM
           CLOSE ACCRUAL-LEDGER-FILE.

       0800-PROVE-BALANCE.
           DISPLAY "===== GLPosting BALANCING PROOF ====="
           DISPLAY "JOURNAL LINES:       " WS-ENTRY-COUNT
           DISPLAY "TOTAL DEBITS:        " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS:       " WS-TOTAL-CREDITS
           DISPLAY "ACCRUALS REVERSED:   " WS-REVERSAL-COUNT
           DISPLAY "ACCRUAL REVERSED:    " WS-REVERSAL-TOTAL
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "JOURNAL IN BALANCE"
           ELSE
