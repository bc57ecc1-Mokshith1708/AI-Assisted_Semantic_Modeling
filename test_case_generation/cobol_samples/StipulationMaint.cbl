      * ID and the business date on the row.  Every applied or
      * rejected transaction lands on the STIPAUD log, and
      * FundingDisbursement reads the resulting file to hold loans
      * with open stipulations out of FUNDINST.  An applied ADD also
      * stamps the application STIP-OPEN on APPLSTAT.  The operator on
      * each transaction must hold a role entitled to STIPMNT on
      * ENTITLE; anyone else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-EDIT-REASON           PIC X(30).

       COPY ENTLCHK.

       01  WS-APP-STATUS            PIC X(10).
       01  WS-APP-PROGRAM-ID        PIC X(30).

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the stipulation file exceeds
      * the in-memory table, or if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

           DISPLAY "===== StipulationMaint CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           GOBACK.

      ******************************************************************

       0300-APPLY-ONE-TRANSACTION.
           PERFORM 0150-FIND-OPEN-STIP
           PERFORM 0305-CHECK-ENTITLEMENT
           IF NOT EC-ENTITLED
               MOVE EC-REASON TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE SX-ACTION
                   WHEN "ADD   "
                       PERFORM 0400-APPLY-ADD
                   WHEN "CLEAR "
                       PERFORM 0500-APPLY-CLOSE
                   WHEN "WAIVE "
                       PERFORM 0500-APPLY-CLOSE
                   WHEN OTHER
                       MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
                       PERFORM 0720-WRITE-REJECT-AUDIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to STIPMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE SX-USER-ID TO EC-OPERATOR-ID
           MOVE "STIPMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0400-APPLY-ADD.
           EVALUATE TRUE
                   MOVE ZERO         TO WS-SP-CLEARED-DATE (SP-IDX)
                   ADD 1 TO WS-SP-COUNT
                   PERFORM 0710-WRITE-APPLIED-AUDIT
                   MOVE "STIP-OPEN" TO WS-APP-STATUS
                   MOVE "StipulationMaint" TO WS-APP-PROGRAM-ID
                   CALL "AppStatusUpdate" USING SX-CUST-ID
                           WS-APP-STATUS WS-APP-PROGRAM-ID
           END-EVALUATE.

      ******************************************************************
