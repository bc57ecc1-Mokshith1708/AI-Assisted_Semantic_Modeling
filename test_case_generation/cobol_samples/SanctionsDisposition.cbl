       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsDisposition.

      ******************************************************************
      * Applies the compliance officers' calls (WLDISP) against the
      * COMPHOLD compliance hold file, the way ReviewQueueDisposition
      * works the underwriters' queue.  Each call names the CUST-ID
      * and watch-list entry the hold was raised on:
      *   CLEAR    a false positive.  The pair goes on WLCLEAR so
      *            neither screen holds that customer against that
      *            entry again, and a held application is appended
      *            to SANCREL to ride back in through the next
      *            nightly sort, screen and decisioning as if it had
      *            just arrived.
      *   CONFIRM  a true match.  The hold goes on the WLCONF
      *            confirmed-match register for compliance to report
      *            and act on, with an AUDITTRL row naming the
      *            officer, and a held application is marked
      *            rejected on APPLSTAT -- it never reaches
      *            decisioning.
      * Worked holds leave COMPHOLD on the rewrite at end of run;
      * a call naming no open hold, or an action other than CLEAR or
      * CONFIRM, is counted and the hold (if any) stays open.  A hold
      * file past the table's capacity fails the run with RC 12
      * before anything is worked, since the rewrite would otherwise
      * drop the overflow holds.  The officer on each call must hold a
      * role entitled to SANCDISP on ENTITLE; anyone else's is left
      * open and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-DISP-FILE
               ASSIGN TO "WLDISP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPLIANCE-HOLD-FILE
               ASSIGN TO "COMPHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FS.

           SELECT WATCH-LIST-CLEAR-FILE
               ASSIGN TO "WLCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASED-APPLICATION-FILE
               ASSIGN TO "SANCREL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONFIRMED-MATCH-FILE
               ASSIGN TO "WLCONF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDITTRL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-DISP-FILE.
           COPY WLDISP.

       FD  COMPLIANCE-HOLD-FILE.
       01  COMPLIANCE-HOLD-FILE-RECORD PIC X(243).

       FD  WATCH-LIST-CLEAR-FILE.
           COPY WLCLEAR.

       FD  RELEASED-APPLICATION-FILE.
       01  RELEASED-APPLICATION-RECORD PIC X(104).

       FD  CONFIRMED-MATCH-FILE.
       01  CONFIRMED-MATCH-RECORD.
           05  CM-HOLD-TYPE          PIC X(01).
           05  CM-CUST-ID            PIC X(10).
           05  CM-APPL-CUST-ID       PIC X(10).
           05  CM-SCREENED-NAME      PIC X(35).
           05  CM-ENTRY-ID           PIC X(10).
           05  CM-LIST-CODE          PIC X(04).
           05  CM-WL-NAME            PIC X(60).
           05  CM-HOLD-DATE          PIC 9(08).
           05  CM-CONFIRM-DATE       PIC 9(08).
           05  CM-OFFICER-ID         PIC X(08).
           05  CM-REMARK             PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       COPY RUNCTLWS.

      ******************************************************************
      * The hold being worked.  COMPHOLD itself is closed between the
      * load and the rewrite, so the fields are worked here.
      ******************************************************************
       COPY COMPHOLD.

      ******************************************************************
      * The open hold file, loaded once at start-up with a worked
      * switch per hold.  The rewrite at end of run keeps only the
      * holds nobody worked tonight.
      ******************************************************************
       01  WS-HOLD-AREA.
           05  WS-HD-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-HD-ROW OCCURS 500 TIMES
                             INDEXED BY HD-IDX.
               10  WS-HD-RECORD          PIC X(243).
               10  WS-HD-WORKED-SW       PIC X(01).
       01  WS-HD-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-HD-FOUND           VALUE "Y".

       01  WS-CH-FS                  PIC X(02).
       01  WS-CH-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CH-EOF             VALUE "Y".
       01  WS-WD-EOF-SW              PIC X(01) VALUE "N".
           88  END-OF-DISPOSITIONS   VALUE "Y".

       01  WS-APP-STATUS             PIC X(10).
       01  WS-APP-PROGRAM-ID         PIC X(30).

       01  WS-CLEARED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-CONFIRMED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-ACTION-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-REMAINING-COUNT        PIC 9(07) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if COMPHOLD overflows its table,
      * or if the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-LOAD-HOLDS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-DISPOSITIONS
           PERFORM 0500-REWRITE-HOLDS
           PERFORM 0950-DISPLAY-TOTALS
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
      * Picks up the cycle number RunCycleStart issued at the top of
      * the job stream.  No RUNCTL dataset leaves the cycle zero and
      * rows go out unstamped, exactly as they always did.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * No COMPHOLD dataset just means nothing is on hold -- a clean
      * start, not an error.
      ******************************************************************
       0150-LOAD-HOLDS.
           OPEN INPUT COMPLIANCE-HOLD-FILE
           IF WS-CH-FS = "00"
               MOVE "N" TO WS-CH-EOF-SW
               SET HD-IDX TO 1
               PERFORM UNTIL WS-CH-EOF
                   READ COMPLIANCE-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-CH-EOF-SW
                       NOT AT END
                           IF WS-HD-COUNT >= 500
                               DISPLAY "SanctionsDisposition:"
                                   " COMPHOLD EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-CH-EOF-SW
                           ELSE
                               MOVE COMPLIANCE-HOLD-FILE-RECORD TO
                                   WS-HD-RECORD (HD-IDX)
                               MOVE "N" TO WS-HD-WORKED-SW (HD-IDX)
                               SET HD-IDX UP BY 1
                               ADD 1 TO WS-HD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF.

       0180-FIND-HOLD.
           MOVE "N" TO WS-HD-FOUND-SW
           SET HD-IDX TO 1
           PERFORM UNTIL WS-HD-FOUND OR HD-IDX > WS-HD-COUNT
               MOVE WS-HD-RECORD (HD-IDX) TO COMPLIANCE-HOLD-RECORD
               IF CH-CUST-ID = WD-CUST-ID
                  AND CH-ENTRY-ID = WD-ENTRY-ID
                  AND WS-HD-WORKED-SW (HD-IDX) = "N"
                   MOVE "Y" TO WS-HD-FOUND-SW
               ELSE
                   SET HD-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-APPLY-DISPOSITIONS.
           OPEN INPUT  WATCH-LIST-DISP-FILE
           OPEN EXTEND WATCH-LIST-CLEAR-FILE
           OPEN EXTEND RELEASED-APPLICATION-FILE
           OPEN OUTPUT CONFIRMED-MATCH-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE "N" TO WS-WD-EOF-SW
           PERFORM UNTIL END-OF-DISPOSITIONS
               READ WATCH-LIST-DISP-FILE
                   AT END
                       MOVE "Y" TO WS-WD-EOF-SW
                   NOT AT END
                       PERFORM 0300-WORK-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-DISP-FILE
           CLOSE WATCH-LIST-CLEAR-FILE
           CLOSE RELEASED-APPLICATION-FILE
           CLOSE CONFIRMED-MATCH-FILE
           CLOSE AUDIT-TRAIL-FILE.

      ******************************************************************
      * The officer on the call must hold a role entitled to SANCDISP
      * on ENTITLE.  A refused call leaves the hold open for someone
      * who is, and EntitlementCheck logs the refusal to SECAUDIT.
      * Unusable entitlement tables refuse everything and fail the
      * step.
      ******************************************************************
       0290-CHECK-ENTITLEMENT.
           MOVE WD-OFFICER-ID TO EC-OPERATOR-ID
           MOVE "SANCDISP" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0300-WORK-ONE-HOLD.
           PERFORM 0290-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               EVALUATE TRUE
                   WHEN NOT WD-CLEAR AND NOT WD-CONFIRM
                       ADD 1 TO WS-BAD-ACTION-COUNT
                   WHEN OTHER
                       PERFORM 0180-FIND-HOLD
                       IF NOT WS-HD-FOUND
                           ADD 1 TO WS-UNMATCHED-COUNT
                       ELSE
                           MOVE "Y" TO WS-HD-WORKED-SW (HD-IDX)
                           IF WD-CLEAR
                               PERFORM 0350-CLEAR-HOLD
                           ELSE
                               PERFORM 0400-CONFIRM-HOLD
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * No AUDITTRL row on a clear: the application has not been
      * decisioned, and an audit row would make DuplicateCheck hold
      * the released copy as a resubmission.  WLCLEAR is the record
      * of the clear.
      ******************************************************************
       0350-CLEAR-HOLD.
           MOVE WD-CUST-ID       TO WC-CUST-ID
           MOVE WD-ENTRY-ID      TO WC-ENTRY-ID
           MOVE WS-BUSINESS-DATE TO WC-CLEAR-DATE
           MOVE WD-OFFICER-ID    TO WC-OFFICER-ID
           MOVE WD-REMARK        TO WC-REMARK
           WRITE WATCH-LIST-CLEAR-RECORD
           ADD 1 TO WS-CLEARED-COUNT
           IF CH-APPLICATION-HOLD
               WRITE RELEASED-APPLICATION-RECORD FROM CH-APPLICATION
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED" TO WS-APP-STATUS
               MOVE "SanctionsDisposition" TO WS-APP-PROGRAM-ID
               CALL "AppStatusUpdate" USING CH-APPL-CUST-ID
                       WS-APP-STATUS WS-APP-PROGRAM-ID
           END-IF.

       0400-CONFIRM-HOLD.
           MOVE CH-HOLD-TYPE     TO CM-HOLD-TYPE
           MOVE CH-CUST-ID       TO CM-CUST-ID
           MOVE CH-APPL-CUST-ID  TO CM-APPL-CUST-ID
           MOVE CH-SCREENED-NAME TO CM-SCREENED-NAME
           MOVE CH-ENTRY-ID      TO CM-ENTRY-ID
           MOVE CH-LIST-CODE     TO CM-LIST-CODE
           MOVE CH-WL-NAME       TO CM-WL-NAME
           MOVE CH-HOLD-DATE     TO CM-HOLD-DATE
           MOVE WS-BUSINESS-DATE TO CM-CONFIRM-DATE
           MOVE WD-OFFICER-ID    TO CM-OFFICER-ID
           MOVE WD-REMARK        TO CM-REMARK
           WRITE CONFIRMED-MATCH-RECORD
           PERFORM 0450-WRITE-AUDIT
           ADD 1 TO WS-CONFIRMED-COUNT
           IF CH-APPLICATION-HOLD
               MOVE "COMPL-REJ" TO WS-APP-STATUS
               MOVE "SanctionsDisposition" TO WS-APP-PROGRAM-ID
               CALL "AppStatusUpdate" USING CH-APPL-CUST-ID
                       WS-APP-STATUS WS-APP-PROGRAM-ID
           END-IF.

      ******************************************************************
      * The audit row carries the officer's ID in the remark so
      * compliance can see whose call confirmed the match, the same
      * who-decided-what trail the review dispositions leave.  An
      * application hold is audited as the rejection it is; a
      * customer-file hold is audited against the customer.
      ******************************************************************
       0450-WRITE-AUDIT.
           IF CH-APPLICATION-HOLD
               MOVE CH-APPL-CUST-ID TO AU-CUST-ID
               MOVE "REJECTED" TO AU-DECISION
           ELSE
               MOVE CH-CUST-ID TO AU-CUST-ID
               MOVE "WATCH-LIST CONFIRMED" TO AU-DECISION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE "SanctionsDisposition" TO AU-PROGRAM-ID
           MOVE SPACES TO AU-REMARK
           STRING WD-OFFICER-ID DELIMITED BY SPACE
                  ": WATCH LIST " DELIMITED BY SIZE
                  CH-LIST-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CH-ENTRY-ID DELIMITED BY SPACE
               INTO AU-REMARK
           END-STRING
           MOVE SPACES TO AU-REASON-CODES
           MOVE ZERO   TO AU-RISK-SCORE
           MOVE WS-CYCLE-NUMBER TO AU-CYCLE-NUMBER
           IF CH-APPLICATION-HOLD
               MOVE CH-APPLICATION (1:4) TO AU-BRANCH-CODE
           ELSE
               MOVE SPACES TO AU-BRANCH-CODE
           END-IF
           MOVE ZERO TO AU-DECISION-AMT
           WRITE AUDIT-TRAIL-RECORD.

       0500-REWRITE-HOLDS.
           OPEN OUTPUT COMPLIANCE-HOLD-FILE
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > WS-HD-COUNT
               IF WS-HD-WORKED-SW (HD-IDX) = "N"
                   WRITE COMPLIANCE-HOLD-FILE-RECORD
                       FROM WS-HD-RECORD (HD-IDX)
                   ADD 1 TO WS-REMAINING-COUNT
               END-IF
           END-PERFORM
           CLOSE COMPLIANCE-HOLD-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== SanctionsDisposition CONTROL TOTALS ====="
           DISPLAY "HOLDS CLEARED:       " WS-CLEARED-COUNT
           DISPLAY "  APPLICATIONS OUT:  " WS-RELEASED-COUNT
           DISPLAY "MATCHES CONFIRMED:   " WS-CONFIRMED-COUNT
           DISPLAY "CALLS UNMATCHED:     " WS-UNMATCHED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "INVALID ACTIONS:     " WS-BAD-ACTION-COUNT
           DISPLAY "HOLDS STILL OPEN:    " WS-REMAINING-COUNT.
