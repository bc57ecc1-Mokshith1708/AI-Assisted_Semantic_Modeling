       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodControlMaint.

      ******************************************************************
      * Accounting period control maintenance for PERIODCT -- the
      * only way a ledger's month moves through its close.  PERDTRAN
      * transactions start a month's close (CLOSING: postings still
      * land while PeriodCloseChecklist's outstanding items are
      * worked), lock it (CLOSE, with the back-date action for
      * items that arrive dated in it afterwards -- roll them to
      * the first open day, or send them to suspense), and reopen a
      * closed month for a correction (REOPEN, which must say why).
      * The close runs in sequence: a month can only be closed
      * once it has been put in CLOSING and every earlier month on
      * file for the ledger is closed, and neither the business
      * date's month nor a later one can be locked while it is
      * still being posted to.  Closing needs a role entitled to
      * PERCLOSE on ENTITLE and reopening one entitled to PERREOPN;
      * anyone else's transaction is rejected and logged to
      * SECAUDIT.  Every applied or rejected transaction lands on
      * PRDAUDIT with who moved which month from what status to
      * what, and when.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-TRANSACTION-FILE
               ASSIGN TO "PERDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "PERIODCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "PRDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-TRANSACTION-FILE.
           COPY PERDTRAN.

       FD  PERIOD-CONTROL-FILE.
           COPY PERIODCT.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(08).
           05  MA-LEDGER-CODE        PIC X(08).
           05  MA-PERIOD             PIC 9(06).
           05  MA-OLD-STATUS         PIC X(08).
           05  MA-NEW-STATUS         PIC X(08).
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.
       COPY BIZDTWS.

       01  WS-PC-FS              PIC X(02).
       01  WS-PC-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PC-EOF         VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

      ******************************************************************
      * The period control file held in memory for the run,
      * rewritten whole at end -- the same persisted-file pattern
      * the branch master gets.
      ******************************************************************
       01  WS-PERIOD-AREA.
           05  WS-PD-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-PD-ROW OCCURS 600 TIMES
                             INDEXED BY PD-IDX PE-IDX.
               10  WS-PD-LEDGER-CODE     PIC X(08).
               10  WS-PD-PERIOD          PIC 9(06).
               10  WS-PD-STATUS          PIC X(08).
               10  WS-PD-BACKDATE-ACTION PIC X(01).
               10  WS-PD-STATUS-DATE     PIC 9(08).
               10  WS-PD-STATUS-OPERATOR PIC X(08).
       01  WS-PD-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PD-FOUND          VALUE "Y".
       01  WS-EARLIER-OPEN-SW       PIC X(01) VALUE "N".
           88  WS-EARLIER-OPEN      VALUE "Y".

       01  WS-BUSINESS-PERIOD       PIC 9(06).
       01  WS-OLD-STATUS            PIC X(08).
       01  WS-NEW-STATUS            PIC X(08).

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 12 if PERIODCT can't be read
      * or exceeds the in-memory table -- nothing is applied or
      * rewritten then, since rewriting a short table would unlock
      * closed months -- or if the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0100-LOAD-PERIOD-CONTROL
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-TRANSACTIONS
           PERFORM 0800-REWRITE-PERIOD-CONTROL
           DISPLAY "===== PeriodControlMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

      ******************************************************************
      * No PERIODCT dataset yet means no month has ever been closed
      * and the run starts the file.
      ******************************************************************
       0100-LOAD-PERIOD-CONTROL.
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
                               PERFORM 0110-KEEP-PERIOD-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-CONTROL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PeriodControlMaint: PERIODCT NOT"
                       " AVAILABLE, STATUS " WS-PC-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0110-KEEP-PERIOD-ROW.
           IF WS-PD-COUNT >= 600
               DISPLAY "PeriodControlMaint: PERIODCT"
                   " EXCEEDS TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-PC-EOF-SW
           ELSE
               MOVE PC-LEDGER-CODE     TO WS-PD-LEDGER-CODE (PD-IDX)
               MOVE PC-PERIOD          TO WS-PD-PERIOD (PD-IDX)
               MOVE PC-PERIOD-STATUS   TO WS-PD-STATUS (PD-IDX)
               MOVE PC-BACKDATE-ACTION
                   TO WS-PD-BACKDATE-ACTION (PD-IDX)
               MOVE PC-STATUS-DATE     TO WS-PD-STATUS-DATE (PD-IDX)
               MOVE PC-STATUS-OPERATOR
                   TO WS-PD-STATUS-OPERATOR (PD-IDX)
               SET PD-IDX UP BY 1
               ADD 1 TO WS-PD-COUNT
           END-IF.

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
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8)
           MOVE WS-BUSINESS-DATE (1:6) TO WS-BUSINESS-PERIOD.

       0150-FIND-PERIOD-ROW.
           MOVE "N" TO WS-PD-FOUND-SW
           SET PD-IDX TO 1
           PERFORM UNTIL WS-PD-FOUND OR PD-IDX > WS-PD-COUNT
               IF WS-PD-LEDGER-CODE (PD-IDX) = PT-LEDGER-CODE
                  AND WS-PD-PERIOD (PD-IDX) = PT-PERIOD
                   MOVE "Y" TO WS-PD-FOUND-SW
               ELSE
                   SET PD-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Any month on file for the ledger before this one that is
      * not yet CLOSED -- one still CLOSING, or one reopened for a
      * correction and not closed again -- holds the close up.
      ******************************************************************
       0160-FIND-EARLIER-OPEN.
           MOVE "N" TO WS-EARLIER-OPEN-SW
           PERFORM VARYING PE-IDX FROM 1 BY 1
                   UNTIL PE-IDX > WS-PD-COUNT
               IF WS-PD-LEDGER-CODE (PE-IDX) = PT-LEDGER-CODE
                  AND WS-PD-PERIOD (PE-IDX) < PT-PERIOD
                  AND WS-PD-STATUS (PE-IDX) NOT = "CLOSED  "
                   MOVE "Y" TO WS-EARLIER-OPEN-SW
               END-IF
           END-PERFORM.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  PERIOD-TRANSACTION-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ PERIOD-TRANSACTION-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE PERIOD-TRANSACTION-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0150-FIND-PERIOD-ROW
           MOVE "OPEN    " TO WS-OLD-STATUS
           IF WS-PD-FOUND
               MOVE WS-PD-STATUS (PD-IDX) TO WS-OLD-STATUS
           END-IF
           MOVE WS-OLD-STATUS TO WS-NEW-STATUS
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               PERFORM 0310-EDIT-TRANSACTION
               IF NOT WS-RECORD-VALID
                   PERFORM 0720-WRITE-REJECT-AUDIT
               ELSE
                   EVALUATE PT-ACTION
                       WHEN "CLOSING "
                           PERFORM 0400-APPLY-CLOSING
                       WHEN "CLOSE   "
                           PERFORM 0500-APPLY-CLOSE
                       WHEN "REOPEN  "
                           PERFORM 0600-APPLY-REOPEN
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to PERCLOSE (starting or completing a close) or PERREOPN
      * (reopening) on ENTITLE; a refusal is rejected like any
      * failed edit and EntitlementCheck logs it to SECAUDIT.
      * Unusable entitlement tables refuse everything and fail the
      * step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE PT-USER-ID TO EC-OPERATOR-ID
           IF PT-ACTION = "REOPEN  "
               MOVE "PERREOPN" TO EC-FUNCTION-CODE
           ELSE
               MOVE "PERCLOSE" TO EC-FUNCTION-CODE
           END-IF
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * Field edits common to every action: a known action and
      * ledger, a real month, and one that has already begun --
      * there is nothing to close in a month no business date has
      * reached.
      ******************************************************************
       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN PT-ACTION NOT = "CLOSING "
                    AND PT-ACTION NOT = "CLOSE   "
                    AND PT-ACTION NOT = "REOPEN  "
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN PT-LEDGER-CODE NOT = "LOANSVC "
                    AND PT-LEDGER-CODE NOT = "BONUS   "
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LEDGER NOT LOANSVC OR BONUS"
                       TO WS-EDIT-REASON
               WHEN PT-YEAR NOT NUMERIC OR PT-MONTH-NO NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PERIOD NOT YYYYMM" TO WS-EDIT-REASON
               WHEN PT-MONTH-NO < 1 OR PT-MONTH-NO > 12
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PERIOD NOT YYYYMM" TO WS-EDIT-REASON
               WHEN PT-PERIOD > WS-BUSINESS-PERIOD
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PERIOD NOT YET REACHED" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * Starts a month's close.  The month may have no row yet (it
      * has always been open) or be OPEN again after a reopen.
      ******************************************************************
       0400-APPLY-CLOSING.
           EVALUATE TRUE
               WHEN WS-OLD-STATUS NOT = "OPEN    "
                   MOVE "PERIOD NOT OPEN" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN NOT WS-PD-FOUND AND WS-PD-COUNT >= 600
                   MOVE "PERIOD CONTROL FULL" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   IF NOT WS-PD-FOUND
                       SET PD-IDX TO WS-PD-COUNT
                       SET PD-IDX UP BY 1
                       ADD 1 TO WS-PD-COUNT
                       MOVE PT-LEDGER-CODE
                           TO WS-PD-LEDGER-CODE (PD-IDX)
                       MOVE PT-PERIOD TO WS-PD-PERIOD (PD-IDX)
                   END-IF
                   MOVE "CLOSING " TO WS-NEW-STATUS
                   MOVE SPACE TO WS-PD-BACKDATE-ACTION (PD-IDX)
                   PERFORM 0700-SET-NEW-STATUS
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

      ******************************************************************
      * Locks a month.  It must be CLOSING, every earlier month on
      * file for the ledger closed, and the month over -- the
      * business date's own month is still being posted to.  A
      * blank back-date action means roll.
      ******************************************************************
       0500-APPLY-CLOSE.
           PERFORM 0160-FIND-EARLIER-OPEN
           EVALUATE TRUE
               WHEN WS-OLD-STATUS NOT = "CLOSING "
                   MOVE "PERIOD NOT IN CLOSING" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN PT-PERIOD = WS-BUSINESS-PERIOD
                   MOVE "PERIOD STILL CURRENT" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN WS-EARLIER-OPEN
                   MOVE "EARLIER PERIOD NOT CLOSED" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN PT-BACKDATE-ACTION NOT = "R"
                    AND PT-BACKDATE-ACTION NOT = "S"
                    AND PT-BACKDATE-ACTION NOT = SPACE
                   MOVE "BACK-DATE ACTION NOT R OR S"
                       TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   IF PT-BACKDATE-ACTION = SPACE
                       MOVE "R" TO WS-PD-BACKDATE-ACTION (PD-IDX)
                   ELSE
                       MOVE PT-BACKDATE-ACTION
                           TO WS-PD-BACKDATE-ACTION (PD-IDX)
                   END-IF
                   MOVE "CLOSED  " TO WS-NEW-STATUS
                   PERFORM 0700-SET-NEW-STATUS
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

      ******************************************************************
      * Unlocks a closed month for a correction.  The reason is
      * required and goes on the audit row; the month must go
      * through CLOSING and CLOSE again to lock it back.
      ******************************************************************
       0600-APPLY-REOPEN.
           EVALUATE TRUE
               WHEN WS-OLD-STATUS NOT = "CLOSED  "
                   MOVE "PERIOD NOT CLOSED" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN PT-REASON = SPACES
                   MOVE "REOPEN REASON MISSING" TO WS-EDIT-REASON
                   PERFORM 0720-WRITE-REJECT-AUDIT
               WHEN OTHER
                   MOVE "OPEN    " TO WS-NEW-STATUS
                   MOVE SPACE TO WS-PD-BACKDATE-ACTION (PD-IDX)
                   PERFORM 0700-SET-NEW-STATUS
                   PERFORM 0710-WRITE-APPLIED-AUDIT
           END-EVALUATE.

       0700-SET-NEW-STATUS.
           MOVE WS-NEW-STATUS    TO WS-PD-STATUS (PD-IDX)
           MOVE WS-BUSINESS-DATE TO WS-PD-STATUS-DATE (PD-IDX)
           MOVE PT-USER-ID       TO WS-PD-STATUS-OPERATOR (PD-IDX).

       0710-WRITE-APPLIED-AUDIT.
           MOVE PT-USER-ID     TO MA-USER-ID
           MOVE PT-ACTION      TO MA-ACTION
           MOVE PT-LEDGER-CODE TO MA-LEDGER-CODE
           MOVE PT-PERIOD      TO MA-PERIOD
           MOVE WS-OLD-STATUS  TO MA-OLD-STATUS
           MOVE WS-NEW-STATUS  TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "     TO MA-DISPOSITION
           MOVE PT-REASON      TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE PT-USER-ID     TO MA-USER-ID
           MOVE PT-ACTION      TO MA-ACTION
           MOVE PT-LEDGER-CODE TO MA-LEDGER-CODE
           MOVE PT-PERIOD      TO MA-PERIOD
           MOVE WS-OLD-STATUS  TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS  TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"     TO MA-DISPOSITION
           MOVE WS-EDIT-REASON TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

       0800-REWRITE-PERIOD-CONTROL.
           OPEN OUTPUT PERIOD-CONTROL-FILE
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > WS-PD-COUNT
               MOVE WS-PD-LEDGER-CODE (PD-IDX) TO PC-LEDGER-CODE
               MOVE WS-PD-PERIOD (PD-IDX)      TO PC-PERIOD
               MOVE WS-PD-STATUS (PD-IDX)      TO PC-PERIOD-STATUS
               MOVE WS-PD-BACKDATE-ACTION (PD-IDX)
                   TO PC-BACKDATE-ACTION
               MOVE WS-PD-STATUS-DATE (PD-IDX) TO PC-STATUS-DATE
               MOVE WS-PD-STATUS-OPERATOR (PD-IDX)
                   TO PC-STATUS-OPERATOR
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.
