      * (BUREAUFD) ExtendedLoanRiskAssessment already consumes.  One
      * fixed detail row per account on the LOANMAST loan master,
      * carrying the balance and the payment/delinquency status aged
      * by PaymentPosting into DELINQ, between the standard interface
      * header (IFCREC) carrying the BIZDATE business date and RUNCTL
      * cycle, and the standard trailer with the record count and a
      * balance hash total (the same proof CTLTOTS' CT-HASH-TOTAL
      * gives internally) so the bureau -- and CreditBureauInbound
      * on the way back -- can confirm the whole file arrived, and
      * arrived once.  The as-of date is the business date.  All fields
      * are DISPLAY format -- this file leaves the shop, so nothing
      * packed goes in it.
      *
      * A loan under a servicing hold on SVCHOLD still furnishes, but
      * carries the bureau special comment for the hold -- BK for a
      * bankruptcy, DC for a deceased borrower, LT for litigation --
      * so the bureau reports the account as the law requires rather
      * than as an ordinary delinquency.  Blank when no hold is in
      * force.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQ-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUREAU-EXTRACT-FILE
               ASSIGN TO "BUREXTR"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE.
           05  BX-CURRENT-BALANCE    PIC 9(09)V99.
           05  BX-PAYMENT-STATUS     PIC X(02).
           05  BX-AS-OF-DATE         PIC 9(08).
           05  BX-SPECIAL-COMMENT    PIC X(02).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY IFCREC.

       01  WS-LM-FS                 PIC X(02).
       01  WS-DQ-FS                 PIC X(02).

       01  WS-DQ-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".

       COPY SVHLDWS.

      ******************************************************************
      * The night's delinquency buckets, loaded once and looked up by
      * account as each master row is extracted.  An account with no
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if SVCHOLD exists but cannot be
      * opened.
      ******************************************************************
       LINKAGE SECTION.


       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-LOAD-DELINQUENCIES
           PERFORM 0160-OPEN-SERVICING-HOLDS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-EXTRACT-ACCOUNTS
           IF WS-SH-OPEN
               CLOSE SERVICING-HOLD-FILE
           END-IF
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
      * RunCycleStart for the BUREXTR header.  Zero means no RUNCTL
      * dataset is configured.
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
      * No DELINQ dataset just means the posting run found nobody
      * behind -- every account furnishes as current.
               CLOSE DELINQUENCY-FILE
           END-IF.

      ******************************************************************
      * No SVCHOLD dataset just means nobody has ever been put on
      * hold -- every account furnishes without a special comment.
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
                   DISPLAY "CreditBureauReport: SVCHOLD OPEN FAILED FS="
                       WS-SH-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the loan's servicing hold.  WS-SH-IN-FORCE
      * is "Y" only for an ACTIVE hold that has started and hasn't
      * reached its end date.
      ******************************************************************
       0170-CHECK-SERVICING-HOLD.
           MOVE "N" TO WS-SH-IN-FORCE-SW
           IF WS-SH-OPEN
               MOVE LM-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
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

       0180-FIND-DELINQUENCY.
           MOVE "N" TO WS-DQ-FOUND-SW
           SET DQ-IDX TO 1
               END-IF
           END-PERFORM.

       0190-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "BUREXTR"        TO IC-FILE-ID
           MOVE "BUREAURP"       TO IC-PRODUCER
           MOVE WS-TODAY-DATE    TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE BUREAU-EXTRACT-DETAIL FROM INTERFACE-CONTROL-RECORD.

       0200-EXTRACT-ACCOUNTS.
           OPEN INPUT LOAN-MASTER-FILE
           OPEN OUTPUT BUREAU-EXTRACT-FILE
           PERFORM 0190-WRITE-HEADER
           IF WS-LM-FS = "00"
               MOVE "N" TO WS-LM-EOF-SW
               PERFORM UNTIL WS-LM-EOF
           CLOSE BUREAU-EXTRACT-FILE
           DISPLAY "===== CreditBureauReport CONTROL TOTALS ====="
           DISPLAY "ACCOUNTS FURNISHED:  " WS-EXTRACT-COUNT
           DISPLAY "BALANCE HASH TOTAL:  " WS-HASH-TOTAL
           DISPLAY "HOLD COMMENTS SENT:  " WS-SH-SUPPRESSED-COUNT.

       0300-WRITE-DETAIL.
           MOVE "D"                TO BX-RECORD-TYPE
                   MOVE "OK" TO BX-PAYMENT-STATUS
           END-EVALUATE
           MOVE WS-TODAY-DATE      TO BX-AS-OF-DATE
           MOVE SPACES             TO BX-SPECIAL-COMMENT
           PERFORM 0170-CHECK-SERVICING-HOLD
           IF WS-SH-IN-FORCE
               EVALUATE TRUE
                   WHEN SH-BANKRUPTCY
                       MOVE "BK" TO BX-SPECIAL-COMMENT
                   WHEN SH-DECEASED
                       MOVE "DC" TO BX-SPECIAL-COMMENT
                   WHEN SH-LITIGATION
                       MOVE "LT" TO BX-SPECIAL-COMMENT
               END-EVALUATE
               ADD 1 TO WS-SH-SUPPRESSED-COUNT
           END-IF
           WRITE BUREAU-EXTRACT-DETAIL
           ADD 1 TO WS-EXTRACT-COUNT
           ADD BX-CURRENT-BALANCE TO WS-HASH-TOTAL.

       0400-WRITE-TRAILER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-EXTRACT-COUNT TO IC-RECORD-COUNT
           MOVE WS-HASH-TOTAL    TO IC-AMOUNT-HASH
           WRITE BUREAU-EXTRACT-DETAIL FROM INTERFACE-CONTROL-RECORD.
