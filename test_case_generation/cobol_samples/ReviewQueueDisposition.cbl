      * worked item is dropped from the queue on the rewrite.  Every
      * item still open past its RV-FOLLOWUP-DATE goes on the RVAGING
      * report so stale reviews are visible instead of living on
      * paper worklists.  The underwriter on each decision must hold a
      * role entitled to REVDISP on ENTITLE; anyone else's is left on
      * the queue and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-RQ-REASON-CODES    PIC X(16).
               10  WS-RQ-RISK-SCORE      PIC 9(03)V9(02) COMP-3.
               10  WS-RQ-RISK-BAND       PIC X(01).
               10  WS-RQ-BRANCH-CODE     PIC X(04).
               10  WS-RQ-WORKED-SW       PIC X(01).
       01  WS-RQ-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RQ-FOUND          VALUE "Y".

       01  WS-WORKED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-REMAINING-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(07) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the entitlement tables are
      * unusable.
      ******************************************************************
       LINKAGE SECTION.

                               WS-RQ-RISK-SCORE (RQ-IDX)
                           MOVE RV-RISK-BAND      TO
                               WS-RQ-RISK-BAND (RQ-IDX)
                           MOVE RV-BRANCH-CODE    TO
                               WS-RQ-BRANCH-CODE (RQ-IDX)
                           MOVE "N" TO WS-RQ-WORKED-SW (RQ-IDX)
                           SET RQ-IDX UP BY 1
                           ADD 1 TO WS-RQ-COUNT
           CLOSE REVIEW-DECISION-FILE
           CLOSE AUDIT-TRAIL-FILE.

      ******************************************************************
      * The underwriter on the decision must hold a role entitled to
      * REVDISP on ENTITLE.  A refused decision leaves the item on the
      * queue for someone who is, and EntitlementCheck logs the
      * refusal to SECAUDIT.  Unusable entitlement tables refuse
      * everything and fail the step.
      ******************************************************************
       0290-CHECK-ENTITLEMENT.
           MOVE UD-UNDERWRITER-ID TO EC-OPERATOR-ID
           MOVE "REVDISP" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

      ******************************************************************
      * A decision against a CUST-ID that isn't (or is no longer) on
      * the queue is counted and skipped -- most likely the item was
      * worklist catching up.
      ******************************************************************
       0300-WORK-ONE-ITEM.
           PERFORM 0290-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0180-FIND-QUEUE-ITEM
               IF NOT WS-RQ-FOUND
                   ADD 1 TO WS-UNMATCHED-COUNT
               ELSE
                   MOVE "Y" TO WS-RQ-WORKED-SW (RQ-IDX)
                   PERFORM 0350-WRITE-FINAL-DECISION
                   PERFORM 0400-WRITE-AUDIT
                   MOVE "REVIEWED" TO WS-APP-STATUS
                   MOVE "ReviewQueueDisposition" TO WS-APP-PROGRAM-ID
                   CALL "AppStatusUpdate" USING UD-CUST-ID WS-APP-STATUS
                           WS-APP-PROGRAM-ID
                   ADD 1 TO WS-WORKED-COUNT
               END-IF
           END-IF.

       0350-WRITE-FINAL-DECISION.
           MOVE WS-RQ-REASON-CODES (RQ-IDX) TO AU-REASON-CODES
           MOVE WS-RQ-RISK-SCORE (RQ-IDX)   TO AU-RISK-SCORE
           MOVE WS-CYCLE-NUMBER             TO AU-CYCLE-NUMBER
           MOVE WS-RQ-BRANCH-CODE (RQ-IDX)  TO AU-BRANCH-CODE
           MOVE ZERO   TO AU-DECISION-AMT
           WRITE AUDIT-TRAIL-RECORD.

                       TO RV-REASON-CODES
                   MOVE WS-RQ-RISK-SCORE (RQ-IDX) TO RV-RISK-SCORE
                   MOVE WS-RQ-RISK-BAND (RQ-IDX)  TO RV-RISK-BAND
                   MOVE WS-RQ-BRANCH-CODE (RQ-IDX)
                       TO RV-BRANCH-CODE
                   WRITE REVIEW-SUSPENSE-RECORD
                   ADD 1 TO WS-REMAINING-COUNT
               END-IF
           DISPLAY "===== ReviewQueueDisposition CONTROL TOTALS ====="
           DISPLAY "ITEMS WORKED:        " WS-WORKED-COUNT
           DISPLAY "DECISIONS UNMATCHED: " WS-UNMATCHED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "ITEMS STILL OPEN:    " WS-REMAINING-COUNT
           DISPLAY "OPEN PAST FOLLOW-UP: " WS-OVERDUE-COUNT.
