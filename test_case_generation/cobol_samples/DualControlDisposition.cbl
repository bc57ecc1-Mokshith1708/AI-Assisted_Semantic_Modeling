      * who worked any UWDECS row for the same customer -- the
      * four-eyes rule enforced in code instead of by honor system
      * -- and every disposition lands on AUDITTRL with the
      * approver's identity.  A confirmation or decline is stamped
      * DUAL-CONF or DUAL-DECL on APPLSTAT.  The second approver on
      * each decision must hold a role entitled to DUALCTL on ENTITLE;
      * anyone else's is left held and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-TODAY-DATE            PIC 9(08).

       01  WS-APP-STATUS            PIC X(10).
       01  WS-APP-PROGRAM-ID        PIC X(30).

       01  WS-CONFIRMED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-DECLINED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SAME-HANDS-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(07) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

           CLOSE APPROVAL-DECLINED-FILE
           CLOSE AUDIT-TRAIL-FILE.

      ******************************************************************
      * The second approver on the decision must hold a role entitled
      * to DUALCTL on ENTITLE.  A refused decision leaves the
      * application held for someone who is, and EntitlementCheck logs
      * the refusal to SECAUDIT.  Unusable entitlement tables refuse
      * everything and fail the step.
      ******************************************************************
       0290-CHECK-ENTITLEMENT.
           MOVE AD-APPROVER-ID TO EC-OPERATOR-ID
           MOVE "DUALCTL" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0300-WORK-ONE-ITEM.
           PERFORM 0290-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0180-FIND-HELD-ITEM
               IF NOT WS-HE-FOUND
                   ADD 1 TO WS-UNMATCHED-COUNT
               ELSE
                   EVALUATE AD-ACTION
                       WHEN "CONFIRM"
                           PERFORM 0190-CHECK-SAME-HANDS
                           IF WS-UW-FOUND
                               MOVE "REFUSED " TO AU-DECISION
                               PERFORM 0400-WRITE-AUDIT
                               ADD 1 TO WS-SAME-HANDS-COUNT
                           ELSE
                               MOVE AD-CUST-ID     TO AF-CUST-ID
                               MOVE AD-APPROVER-ID TO AF-APPROVER-ID
                               MOVE WS-TODAY-DATE  TO AF-CONFIRM-DATE
                               WRITE APPROVAL-CONFIRMATION-RECORD
                               MOVE "CONFIRMED" TO AU-DECISION
                               PERFORM 0400-WRITE-AUDIT
                               MOVE "DUAL-CONF" TO WS-APP-STATUS
                               PERFORM 0450-RECORD-STATUS
                               ADD 1 TO WS-CONFIRMED-COUNT
                           END-IF
                       WHEN "DECLINE"
                           MOVE AD-CUST-ID     TO DN-CUST-ID
                           MOVE AD-APPROVER-ID TO DN-APPROVER-ID
                           MOVE WS-TODAY-DATE  TO DN-DECLINE-DATE
                           WRITE APPROVAL-DECLINE-RECORD
                           MOVE "DECLINED" TO AU-DECISION
                           PERFORM 0400-WRITE-AUDIT
                           MOVE "DUAL-DECL" TO WS-APP-STATUS
                           PERFORM 0450-RECORD-STATUS
                           ADD 1 TO WS-DECLINED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-UNMATCHED-COUNT
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
           MOVE WS-HE-LOAN-AMT (HE-IDX) TO AU-DECISION-AMT
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      * WS-APP-STATUS is set by the caller.
      ******************************************************************
       0450-RECORD-STATUS.
           MOVE "DualControlDisposition" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING AD-CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== DualControlDisposition CONTROL TOTALS ====="
           DISPLAY "CONFIRMED:           " WS-CONFIRMED-COUNT
           DISPLAY "DECLINED:            " WS-DECLINED-COUNT
           DISPLAY "FOUR-EYES REFUSALS:  " WS-SAME-HANDS-COUNT
           DISPLAY "UNMATCHED ITEMS:     " WS-UNMATCHED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT.
