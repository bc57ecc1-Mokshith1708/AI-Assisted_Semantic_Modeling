      * offending accounts with their one-sided amounts, and builds
      * the GLREGSTR posting register by JE-ACCOUNT and
      * JE-COST-CENTER -- the control document Finance signs off.
      * Any held cycle fails the step with RC 8.  Pass one also
      * proves every batch on the concatenated journals through
      * InterfaceControl -- each producer's standard header and
      * trailer, and the IFCREG register of batches already
      * released -- so a truncated journal, or last night's
      * journal left in place and run again, is rejected with RC 16
      * before a single entry is released; GLBREAK then carries the
      * reason instead of the cycle breaks.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY IFCREC.
       COPY IFCCHK.

       01  WS-JE-FS                 PIC X(02).
       01  WS-JE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-JE-EOF            VALUE "Y".
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO when every cycle balances, 8 when any was held,
      * 16 when the journals are rejected by InterfaceControl (12
      * if its register overflows) and nothing is released.
      ******************************************************************
       LINKAGE SECTION.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0200-PROVE-CYCLES
           IF IK-RETURN-CODE NOT = ZERO
               PERFORM 0620-WRITE-REJECTION
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           ELSE
               PERFORM 0400-ROUTE-ENTRIES
               PERFORM 0600-WRITE-BREAK-REPORT
               PERFORM 0700-WRITE-POSTING-REGISTER
               IF WS-HELD-CYCLES > ZERO
                   MOVE 8 TO RUN-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "===== JournalBalanceProof CONTROL TOTALS ====="
           DISPLAY "ENTRIES RELEASED:    " WS-RELEASED-COUNT

      ******************************************************************
      * Pass one: per-cycle debit and credit totals, plus the
      * per-account nets kept for the break report.  Every record
      * goes to InterfaceControl; a journal line's debit plus
      * credit is what the producers hash on their trailers.
      ******************************************************************
       0200-PROVE-CYCLES.
           MOVE ZERO TO IK-RETURN-CODE
           OPEN INPUT JOURNAL-FILE
           IF WS-JE-FS = "00"
               MOVE "JRNLFILE" TO IK-DD-NAME
               MOVE "GLPROOF"  TO IK-RECEIVER
               MOVE "Y"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-JE-EOF-SW
               PERFORM UNTIL WS-JE-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-JE-EOF-SW
                       NOT AT END
                           PERFORM 0220-PROVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
           END-IF
           PERFORM VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > WS-CY-COUNT
               END-IF
           END-PERFORM.

       0220-PROVE-ONE-RECORD.
           MOVE JOURNAL-ENTRY-RECORD TO INTERFACE-CONTROL-RECORD
           IF IC-CONTROL-RECORD
               MOVE "C" TO IK-FUNCTION
               MOVE INTERFACE-CONTROL-RECORD TO IK-CONTROL-IMAGE
           ELSE
               MOVE "D" TO IK-FUNCTION
               COMPUTE IK-DETAIL-AMOUNT =
                   JE-DEBIT-AMOUNT + JE-CREDIT-AMOUNT
               PERFORM 0210-FIND-CYCLE-CELL
               IF WS-CY-FOUND
                   ADD JE-DEBIT-AMOUNT
                       TO WS-CY-DEBITS (CY-IDX)
                   ADD JE-CREDIT-AMOUNT
                       TO WS-CY-CREDITS (CY-IDX)
               END-IF
               PERFORM 0250-TALLY-ACCOUNT
           END-IF
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA.

       0250-TALLY-ACCOUNT.
           MOVE "N" TO WS-AB-FOUND-SW
           SET AB-IDX TO 1
                       AT END
                           MOVE "Y" TO WS-JE-EOF-SW
                       NOT AT END
                           MOVE JOURNAL-ENTRY-RECORD
                               TO INTERFACE-CONTROL-RECORD
                           IF NOT IC-CONTROL-RECORD
                               PERFORM 0450-ROUTE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE BREAK-REPORT-FILE.

      ******************************************************************
      * A rejected journal releases nothing at all -- GLCLEAN and
      * GLSUSP go out empty and the operator report gives the
      * reason InterfaceControl found.
      ******************************************************************
       0620-WRITE-REJECTION.
           OPEN OUTPUT CLEAN-JOURNAL-FILE
           OPEN OUTPUT SUSPENSE-JOURNAL-FILE
           CLOSE CLEAN-JOURNAL-FILE
           CLOSE SUSPENSE-JOURNAL-FILE
           OPEN OUTPUT BREAK-REPORT-FILE
           MOVE "JOURNAL BALANCING PROOF - FILE REJECTED"
               TO BREAK-REPORT-LINE
           WRITE BREAK-REPORT-LINE
           MOVE ALL "-" TO BREAK-REPORT-LINE
           WRITE BREAK-REPORT-LINE
           MOVE SPACES TO BREAK-REPORT-LINE
           STRING "REASON: " DELIMITED BY SIZE
                  IK-REASON DELIMITED BY SIZE
               INTO BREAK-REPORT-LINE
           END-STRING
           WRITE BREAK-REPORT-LINE
           MOVE "NOTHING RELEASED - CORRECT THE JOURNALS AND RERUN"
               TO BREAK-REPORT-LINE
           WRITE BREAK-REPORT-LINE
           CLOSE BREAK-REPORT-FILE.

       0650-REPORT-ONE-BREAK.
           MOVE WS-CY-CYCLE-NUMBER (CY-IDX) TO WS-CYCLE-EDITED
           MOVE WS-CY-DEBITS (CY-IDX)  TO WS-AMT-EDITED
