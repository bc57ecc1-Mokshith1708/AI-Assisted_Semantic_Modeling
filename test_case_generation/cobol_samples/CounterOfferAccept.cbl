      * application and hoping the decision matches the quote.  An
      * offer older than the OFFPARM validity window in business
      * days is stale and rejects to EXPOFFR, so last month's rate
      * can't be accepted today.  APPLSTAT is stamped OFFER-ACPT on
      * an acceptance and OFFER-EXP when an offer lapses, whether a
      * late yes found it stale or it aged off the store unanswered.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-FOLLOWUP-INT          PIC 9(07) COMP.
       01  WS-EXPIRY-DATE           PIC 9(08).

       01  WS-APP-STATUS            PIC X(10).
       01  WS-APP-PROGRAM-ID        PIC X(30).

       01  WS-ACCEPTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(07) COMP VALUE ZERO.
                   MOVE "OFFER EXPIRED" TO XO-REASON
                   WRITE EXPIRED-OFFER-RECORD
                   MOVE "Y" TO WS-OF-USED-SW (OF-IDX)
                   MOVE "OFFER-EXP" TO WS-APP-STATUS
                   PERFORM 0460-RECORD-OFFER-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   PERFORM 0400-WRITE-BOOKABLE-PAIR
                   MOVE "Y" TO WS-OF-USED-SW (OF-IDX)
                   MOVE "OFFER-ACPT" TO WS-APP-STATUS
                   PERFORM 0460-RECORD-OFFER-STATUS
                   ADD 1 TO WS-ACCEPTED-COUNT
               END-IF
           END-IF.
           MOVE WS-OF-MAX-LOAN-AMT (OF-IDX) TO AU-DECISION-AMT
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      * WS-APP-STATUS is set by the caller.
      ******************************************************************
       0460-RECORD-OFFER-STATUS.
           MOVE "CounterOfferAccept" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING WS-OF-CUST-ID (OF-IDX)
                   WS-APP-STATUS WS-APP-PROGRAM-ID.

      ******************************************************************
      * Rewrites the store with the night's dispositions applied:
      * accepted and already-expired offers purge off, everything
               ELSE
                   PERFORM 0340-CHECK-EXPIRY
                   IF WS-TODAY-DATE > WS-EXPIRY-DATE
                       MOVE "OFFER-EXP" TO WS-APP-STATUS
                       PERFORM 0460-RECORD-OFFER-STATUS
                       ADD 1 TO WS-PURGED-COUNT
                   ELSE
                       MOVE WS-OF-CUST-ID (OF-IDX) TO OS-CUST-ID
