       IDENTIFICATION DIVISION.
       PROGRAM-ID. FraudDisposition.

      ******************************************************************
      * Applies the fraud analysts' calls (FRDDISP) against the
      * FRAUDQ fraud review queue, the way SanctionsDisposition
      * works the compliance holds.  Each call names the CUST-ID of
      * the held application:
      *   CLEAR    the links are innocent (a family sharing a phone,
      *            a new tenant at an old address).  The identity
      *            goes on FRAUDCLR so FraudScreen does not hold it
      *            on the same links again inside the lookback
      *            window, and the application is appended to
      *            FRAUDREL to ride back in through the next nightly
      *            sort, screens and decisioning as if it had just
      *            arrived.
      *   CONFIRM  fraud.  The application is marked rejected on
      *            APPLSTAT, with an AUDITTRL row naming the analyst
      *            -- it never reaches decisioning, and DuplicateCheck
      *            turns away a resubmission inside its window.
      * A worked hold leaves FRAUDQ, with its linked-identity rows,
      * on the rewrite at end of run; a call naming no open hold, or
      * an action other than CLEAR or CONFIRM, is counted and the
      * hold (if any) stays open.  A queue past the table's capacity
      * fails the run with RC 12 before anything is worked, since
      * the rewrite would otherwise drop the overflow rows.  The
      * analyst on each call must hold a role entitled to FRAUDDSP on
      * ENTITLE; anyone else's is left open and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-DISP-FILE
               ASSIGN TO "FRDDISP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FRAUD-QUEUE-FILE
               ASSIGN TO "FRAUDQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FQ-FS.

           SELECT FRAUD-CLEAR-FILE
               ASSIGN TO "FRAUDCLR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASED-APPLICATION-FILE
               ASSIGN TO "FRAUDREL"
               ORGANIZATION IS SEQUENTIAL.

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
       FD  FRAUD-DISP-FILE.
           COPY FRAUDDSP.

       FD  FRAUD-QUEUE-FILE.
       01  FRAUD-QUEUE-FILE-RECORD   PIC X(184).

       FD  FRAUD-CLEAR-FILE.
           COPY FRAUDCLR.

       FD  RELEASED-APPLICATION-FILE.
       01  RELEASED-APPLICATION-RECORD PIC X(104).

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
      * The hold being worked.  FRAUDQ itself is closed between the
      * load and the rewrite, so the fields are worked here.
      ******************************************************************
       COPY FRAUDQ.

      ******************************************************************
      * The open queue, loaded once at start-up with a worked switch
      * per row.  The rewrite at end of run keeps only the rows
      * nobody worked tonight.
      ******************************************************************
       01  WS-QUEUE-AREA.
           05  WS-QU-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-QU-ROW OCCURS 2000 TIMES
                             INDEXED BY QU-IDX QU-SCAN-IDX.
               10  WS-QU-RECORD          PIC X(184).
               10  WS-QU-WORKED-SW       PIC X(01).
       01  WS-QU-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-QU-FOUND           VALUE "Y".
       01  WS-QU-END-SW              PIC X(01) VALUE "N".
           88  WS-QU-END-OF-HOLD     VALUE "Y".

       01  WS-FQ-FS                  PIC X(02).
       01  WS-FQ-EOF-SW              PIC X(01) VALUE "N".
           88  WS-FQ-EOF             VALUE "Y".
       01  WS-FX-EOF-SW              PIC X(01) VALUE "N".
           88  END-OF-DISPOSITIONS   VALUE "Y".

       01  WS-APP-STATUS             PIC X(10).
       01  WS-APP-PROGRAM-ID         PIC X(30).

       01  WS-CLEARED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-CONFIRMED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-BAD-ACTION-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-REMAINING-COUNT        PIC 9(07) COMP VALUE ZERO.

       COPY ENTLCHK.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if FRAUDQ overflows its table, or
      * if the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-LOAD-QUEUE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-APPLY-DISPOSITIONS
           PERFORM 0500-REWRITE-QUEUE
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
      * No FRAUDQ dataset just means nothing is on hold -- a clean
      * start, not an error.
      ******************************************************************
       0150-LOAD-QUEUE.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-FQ-FS = "00"
               MOVE "N" TO WS-FQ-EOF-SW
               SET QU-IDX TO 1
               PERFORM UNTIL WS-FQ-EOF
                   READ FRAUD-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-FQ-EOF-SW
                       NOT AT END
                           IF WS-QU-COUNT >= 2000
                               DISPLAY "FraudDisposition:"
                                   " FRAUDQ EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-FQ-EOF-SW
                           ELSE
                               MOVE FRAUD-QUEUE-FILE-RECORD TO
                                   WS-QU-RECORD (QU-IDX)
                               MOVE "N" TO WS-QU-WORKED-SW (QU-IDX)
                               SET QU-IDX UP BY 1
                               ADD 1 TO WS-QU-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRAUD-QUEUE-FILE
           END-IF.

       0180-FIND-HOLD.
           MOVE "N" TO WS-QU-FOUND-SW
           SET QU-IDX TO 1
           PERFORM UNTIL WS-QU-FOUND OR QU-IDX > WS-QU-COUNT
               MOVE WS-QU-RECORD (QU-IDX) TO FRAUD-QUEUE-RECORD
               IF FQ-HELD-APPLICATION
                  AND FQ-CUST-ID = FX-CUST-ID
                  AND WS-QU-WORKED-SW (QU-IDX) = "N"
                   MOVE "Y" TO WS-QU-FOUND-SW
               ELSE
                   SET QU-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * A hold's linked-identity rows follow it on the queue up to
      * the next held application; they are worked along with it.
      ******************************************************************
       0190-MARK-HOLD-WORKED.
           MOVE "Y" TO WS-QU-WORKED-SW (QU-IDX)
           MOVE "N" TO WS-QU-END-SW
           SET QU-SCAN-IDX TO QU-IDX
           SET QU-SCAN-IDX UP BY 1
           PERFORM UNTIL WS-QU-END-OF-HOLD
                   OR QU-SCAN-IDX > WS-QU-COUNT
               IF WS-QU-RECORD (QU-SCAN-IDX) (1:1) = "L"
                   MOVE "Y" TO WS-QU-WORKED-SW (QU-SCAN-IDX)
                   SET QU-SCAN-IDX UP BY 1
               ELSE
                   MOVE "Y" TO WS-QU-END-SW
               END-IF
           END-PERFORM.

       0200-APPLY-DISPOSITIONS.
           OPEN INPUT  FRAUD-DISP-FILE
           OPEN EXTEND FRAUD-CLEAR-FILE
           OPEN EXTEND RELEASED-APPLICATION-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE "N" TO WS-FX-EOF-SW
           PERFORM UNTIL END-OF-DISPOSITIONS
               READ FRAUD-DISP-FILE
                   AT END
                       MOVE "Y" TO WS-FX-EOF-SW
                   NOT AT END
                       PERFORM 0300-WORK-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE FRAUD-DISP-FILE
           CLOSE FRAUD-CLEAR-FILE
           CLOSE RELEASED-APPLICATION-FILE
           CLOSE AUDIT-TRAIL-FILE.

      ******************************************************************
      * The analyst on the call must hold a role entitled to FRAUDDSP
      * on ENTITLE.  A refused call leaves the hold open for someone
      * who is, and EntitlementCheck logs the refusal to SECAUDIT.
      * Unusable entitlement tables refuse everything and fail the
      * step.
      ******************************************************************
       0290-CHECK-ENTITLEMENT.
           MOVE FX-OFFICER-ID TO EC-OPERATOR-ID
           MOVE "FRAUDDSP" TO EC-FUNCTION-CODE
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
                   WHEN NOT FX-CLEAR AND NOT FX-CONFIRM
                       ADD 1 TO WS-BAD-ACTION-COUNT
                   WHEN OTHER
                       PERFORM 0180-FIND-HOLD
                       IF NOT WS-QU-FOUND
                           ADD 1 TO WS-UNMATCHED-COUNT
                       ELSE
                           PERFORM 0190-MARK-HOLD-WORKED
                           IF FX-CLEAR
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
      * the released copy as a resubmission.  FRAUDCLR is the record
      * of the clear.
      ******************************************************************
       0350-CLEAR-HOLD.
           MOVE FX-CUST-ID       TO FL-CUST-ID
           MOVE WS-BUSINESS-DATE TO FL-CLEAR-DATE
           MOVE FX-OFFICER-ID    TO FL-OFFICER-ID
           MOVE FX-REMARK        TO FL-REMARK
           WRITE FRAUD-CLEAR-RECORD
           WRITE RELEASED-APPLICATION-RECORD FROM FQ-APPLICATION
           ADD 1 TO WS-CLEARED-COUNT
           MOVE "RELEASED" TO WS-APP-STATUS
           MOVE "FraudDisposition" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING FQ-CUST-ID
                   WS-APP-STATUS WS-APP-PROGRAM-ID.

       0400-CONFIRM-HOLD.
           PERFORM 0450-WRITE-AUDIT
           ADD 1 TO WS-CONFIRMED-COUNT
           MOVE "FRAUD-REJ" TO WS-APP-STATUS
           MOVE "FraudDisposition" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING FQ-CUST-ID
                   WS-APP-STATUS WS-APP-PROGRAM-ID.

      ******************************************************************
      * The audit row carries the analyst's ID and the fraud score
      * in the remark, the same who-decided-what trail the review
      * and compliance dispositions leave.
      ******************************************************************
       0450-WRITE-AUDIT.
           MOVE FQ-CUST-ID TO AU-CUST-ID
           MOVE "REJECTED" TO AU-DECISION
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
           MOVE "FraudDisposition" TO AU-PROGRAM-ID
           MOVE SPACES TO AU-REMARK
           STRING FX-OFFICER-ID DELIMITED BY SPACE
                  ": FRAUD CONFIRMED, SCORE " DELIMITED BY SIZE
                  FQ-FRAUD-SCORE DELIMITED BY SIZE
               INTO AU-REMARK
           END-STRING
           MOVE SPACES TO AU-REASON-CODES
           MOVE ZERO   TO AU-RISK-SCORE
           MOVE WS-CYCLE-NUMBER TO AU-CYCLE-NUMBER
           MOVE FQ-APPLICATION (1:4) TO AU-BRANCH-CODE
           MOVE ZERO TO AU-DECISION-AMT
           WRITE AUDIT-TRAIL-RECORD.

       0500-REWRITE-QUEUE.
           OPEN OUTPUT FRAUD-QUEUE-FILE
           PERFORM VARYING QU-IDX FROM 1 BY 1
                   UNTIL QU-IDX > WS-QU-COUNT
               IF WS-QU-WORKED-SW (QU-IDX) = "N"
                   WRITE FRAUD-QUEUE-FILE-RECORD
                       FROM WS-QU-RECORD (QU-IDX)
                   IF WS-QU-RECORD (QU-IDX) (1:1) = "H"
                       ADD 1 TO WS-REMAINING-COUNT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== FraudDisposition CONTROL TOTALS ====="
           DISPLAY "HOLDS CLEARED:       " WS-CLEARED-COUNT
           DISPLAY "FRAUD CONFIRMED:     " WS-CONFIRMED-COUNT
           DISPLAY "CALLS UNMATCHED:     " WS-UNMATCHED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "INVALID ACTIONS:     " WS-BAD-ACTION-COUNT
           DISPLAY "HOLDS STILL OPEN:    " WS-REMAINING-COUNT.
