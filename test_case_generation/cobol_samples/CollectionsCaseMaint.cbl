      * passed is settled against the loan master's last-payment
      * date: a payment on or after the promised date keeps the
      * promise, anything else breaks it -- so the morning worklist
      * finally says who promised and didn't pay.  A loan under a
      * servicing hold on SVCHOLD (bankruptcy, deceased borrower,
      * litigation) gets no collector contact while the hold is in
      * force: CALL, LETTER, VISIT and PROMIS actions against it
      * are rejected, a NOTE is filed without scheduling a contact,
      * any contact already scheduled on its case is cleared, and
      * each of these is listed on the HOLDEXCP exception file.  The
      * collector on an action must hold a role entitled to COLLCASE
      * on ENTITLE; anyone else's action is rejected to the log.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "CASELOG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

           SELECT HOLD-EXCEPTION-FILE
               ASSIGN TO "HOLDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
           05  CG-DISPOSITION        PIC X(08).
           05  CG-REASON             PIC X(30).

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       FD  HOLD-EXCEPTION-FILE.
           COPY HOLDEXC.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY SVHLDWS.
       COPY ENTLCHK.

      ******************************************************************
      * The case file held in memory for the run, with a seen switch
       01  WS-CLOSED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT    PIC 9(07) COMP VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-BROKEN-COUNT          PIC 9(07) COMP VALUE ZERO.

      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the case file exceeds the
      * in-memory table, the servicing hold file can't be opened or
      * the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0150-LOAD-CASE-FILE
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-OPEN-SERVICING-HOLDS
           END-IF
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND HOLD-EXCEPTION-FILE
           PERFORM 0200-APPLY-ACTIONS
           PERFORM 0300-MATCH-DELINQUENCIES
           CLOSE HOLD-EXCEPTION-FILE
           IF WS-SH-OPEN
               CLOSE SERVICING-HOLD-FILE
           END-IF
           PERFORM 0400-CLOSE-CURED-CASES
           PERFORM 0500-SETTLE-PROMISES
           PERFORM 0800-REWRITE-CASE-FILE
               CLOSE COLLECTION-CASE-FILE
           END-IF.

      ******************************************************************
      * No SVCHOLD dataset just means nobody has ever been put on
      * hold and every case is worked as before.  Any other open
      * failure stops the run with RC 12 -- a collector must never
      * be scheduled to call a held borrower because the hold file
      * couldn't be read.
      ******************************************************************
       0160-OPEN-SERVICING-HOLDS.
           MOVE "N" TO WS-SH-OPEN-SW
           OPEN INPUT SERVICING-HOLD-FILE
           EVALUATE WS-SH-FS
               WHEN "00"
                   MOVE "Y" TO WS-SH-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CollectionsCaseMaint: SVCHOLD OPEN FAILED"
                       " FS=" WS-SH-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the case loan's servicing hold.
      * WS-SH-IN-FORCE is "Y" only for an ACTIVE hold that has
      * started and hasn't reached its end date.
      ******************************************************************
       0170-CHECK-SERVICING-HOLD.
           MOVE "N" TO WS-SH-IN-FORCE-SW
           IF WS-SH-OPEN
               MOVE WS-CS-LOAN-ACCT-NO (CS-IDX) TO SH-LOAN-ACCT-NO
               READ SERVICING-HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SH-ACTIVE
                          AND SH-START-DATE <= WS-TODAY-DATE
                          AND (SH-END-DATE = ZERO
                               OR SH-END-DATE >= WS-TODAY-DATE)
                           MOVE "Y" TO WS-SH-IN-FORCE-SW
                       END-IF
               END-READ
           END-IF.

       0180-FIND-CASE-BY-ACCT.
           MOVE "N" TO WS-CS-FOUND-SW
           SET CS-IDX TO 1
           END-IF
           CLOSE CASE-ACTION-LOG-FILE.

      ******************************************************************
      * EntitlementCheck logs a refused collector to SECAUDIT;
      * unusable entitlement tables refuse everything and fail the
      * step.
      ******************************************************************
       0245-CHECK-ENTITLEMENT.
           MOVE CX-COLLECTOR-ID TO EC-OPERATOR-ID
           MOVE "COLLCASE" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0250-APPLY-ONE-ACTION.
           MOVE CX-LOAN-ACCT-NO TO WS-CS-LOOKUP-ACCT
           PERFORM 0180-FIND-CASE-BY-ACCT
           IF WS-CS-FOUND
               PERFORM 0170-CHECK-SERVICING-HOLD
           END-IF
           PERFORM 0245-CHECK-ENTITLEMENT
           EVALUATE TRUE
               WHEN NOT EC-ENTITLED
                   MOVE EC-REASON TO WS-ACTION-REASON
                   PERFORM 0270-WRITE-REJECT-LOG
               WHEN NOT WS-CS-FOUND
                   MOVE "NO OPEN CASE FOR ACCOUNT" TO WS-ACTION-REASON
                   PERFORM 0270-WRITE-REJECT-LOG
               WHEN WS-SH-IN-FORCE AND CX-ACTION NOT = "NOTE  "
                   MOVE "SERVICING HOLD - NO CONTACT"
                       TO WS-ACTION-REASON
                   PERFORM 0270-WRITE-REJECT-LOG
                   MOVE SPACES TO HX-ACTION-SUPPRESSED
                   STRING "COLLECTOR " DELIMITED BY SIZE
                          CX-ACTION DELIMITED BY SIZE
                          " REJECTED" DELIMITED BY SIZE
                       INTO HX-ACTION-SUPPRESSED
                   END-STRING
                   MOVE CX-PROMISE-AMT TO HX-AMOUNT
                   PERFORM 0290-WRITE-HOLD-EXCEPTION
               WHEN OTHER
                   PERFORM 0255-APPLY-TO-CASE
           END-EVALUATE.

      ******************************************************************
      * A NOTE against a held loan is filed, but the contact it asks
      * for is not scheduled.
      ******************************************************************
       0255-APPLY-TO-CASE.
           MOVE CX-ACTION     TO WS-CS-LAST-ACTION (CS-IDX)
           MOVE WS-TODAY-DATE TO WS-CS-LAST-ACTION-DATE (CS-IDX)
           IF CX-NEXT-CONTACT-DATE > ZERO
               IF WS-SH-IN-FORCE
                   MOVE "CONTACT SCHEDULING SUPPRESSED"
                       TO HX-ACTION-SUPPRESSED
                   MOVE ZERO TO HX-AMOUNT
                   PERFORM 0290-WRITE-HOLD-EXCEPTION
               ELSE
                   MOVE CX-NEXT-CONTACT-DATE TO
                       WS-CS-NEXT-CONTACT-DATE (CS-IDX)
               END-IF
           END-IF
           IF CX-ACTION = "PROMIS"
               MOVE CX-PROMISE-DATE TO WS-CS-PROMISE-DATE (CS-IDX)
               MOVE CX-PROMISE-AMT  TO WS-CS-PROMISE-AMT (CS-IDX)
               MOVE "OPEN"          TO
                   WS-CS-PROMISE-STATUS (CS-IDX)
           END-IF
           PERFORM 0260-WRITE-APPLIED-LOG.

       0260-WRITE-APPLIED-LOG.
           MOVE CX-LOAN-ACCT-NO TO CG-LOAN-ACCT-NO
           WRITE CASE-ACTION-LOG-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      ******************************************************************
      * One HOLDEXCP row for a collection step a servicing hold
      * stopped; the caller sets what was suppressed and any amount.
      ******************************************************************
       0290-WRITE-HOLD-EXCEPTION.
           MOVE WS-TODAY-DATE        TO HX-RUN-DATE
           MOVE "CollectionsCaseMaint" TO HX-PROGRAM-ID
           MOVE WS-CS-LOAN-ACCT-NO (CS-IDX) TO HX-LOAN-ACCT-NO
           MOVE WS-CS-CUST-ID (CS-IDX) TO HX-CUST-ID
           MOVE SH-HOLD-TYPE         TO HX-HOLD-TYPE
           MOVE SH-START-DATE        TO HX-HOLD-START-DATE
           WRITE HOLD-EXCEPTION-RECORD
           ADD 1 TO WS-SH-SUPPRESSED-COUNT.

      ******************************************************************
      * Walks tonight's DELINQ: a row with an open case refreshes the
      * case's bucket and marks it seen; a row with no open case
      * opens one -- the loan has just gone delinquent for the first
      * time (or again after curing).  No DELINQ dataset means the
      * posting run found nobody behind, so every open case closes.
      * A held loan's case keeps its bucket current but loses any
      * contact already scheduled on it.
      ******************************************************************
       0300-MATCH-DELINQUENCIES.
           OPEN INPUT DELINQUENCY-FILE
           IF WS-CS-FOUND
               MOVE DL-BUCKET TO WS-CS-BUCKET (CS-IDX)
               MOVE "Y"       TO WS-CS-SEEN-SW (CS-IDX)
               IF WS-CS-NEXT-CONTACT-DATE (CS-IDX) > ZERO
                   PERFORM 0170-CHECK-SERVICING-HOLD
                   IF WS-SH-IN-FORCE
                       MOVE ZERO TO WS-CS-NEXT-CONTACT-DATE (CS-IDX)
                       MOVE "SCHEDULED CONTACT CANCELED"
                           TO HX-ACTION-SUPPRESSED
                       MOVE ZERO TO HX-AMOUNT
                       PERFORM 0290-WRITE-HOLD-EXCEPTION
                   END-IF
               END-IF
           ELSE
               IF WS-CS-COUNT >= 500
                   DISPLAY "CollectionsCaseMaint: COLLCASE"
           DISPLAY "CASES CLOSED/CURED:  " WS-CLOSED-COUNT
           DISPLAY "ACTIONS APPLIED:     " WS-APPLIED-COUNT
           DISPLAY "ACTIONS REJECTED:    " WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "PROMISES KEPT:       " WS-KEPT-COUNT
           DISPLAY "PROMISES BROKEN:     " WS-BROKEN-COUNT
           DISPLAY "HELD - SUPPRESSED:   " WS-SH-SUPPRESSED-COUNT.
