      * the same approval twice.  LOANMAST is the keyed VSAM master
      * now: the open-loan check is one read down the LM-CUST-ID
      * alternate key and each booking is one keyed WRITE, so the
      * old 500-loan table ceiling is gone.  A joint booking also
      * appends a COBRLINK row naming the co-borrower, since the
      * master row only carries the primary.  A fresh dual-control
      * hold is stamped DUAL-HOLD on APPLSTAT (a carried-forward
      * hold was stamped the night it was first held), and an
      * approval refused as too old is stamped DECN-EXPD.  The
      * master row carries the application's originating loan
      * officer for the origination incentive run.  Every row
      * booked is journaled on LMBFIMG with the RUNCTL cycle, so
      * LoanMasterBackout can take a night's bookings made from a
      * bad LOANDECS file back off the master.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT LOAN-BEFORE-IMAGE-FILE
               ASSIGN TO "LMBFIMG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BI-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CO-BORROWER-LINK-FILE
               ASSIGN TO "COBRLINK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECISION-PARAMETER-FILE
               ASSIGN TO "DECPARM"
               ORGANIZATION IS SEQUENTIAL
       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  LOAN-BEFORE-IMAGE-FILE.
           COPY LMBFIMG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  CO-BORROWER-LINK-FILE.
           COPY COBRLINK.

       FD  DECISION-PARAMETER-FILE.
           COPY DECPARM.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.

       01  WS-BI-FS                 PIC X(02).

      ******************************************************************
      * Approval-expiry fields: a decision older than the DECPARM
       01  WS-DN-FS               PIC X(02).
       01  WS-PRIOR-EOF-SW        PIC X(01) VALUE "N".
           88  WS-PRIOR-EOF       VALUE "Y".
       01  WS-PRIOR-PASS-SW       PIC X(01) VALUE "N".
           88  WS-PRIOR-PASS      VALUE "Y".
       01  WS-DN-EOF-SW           PIC X(01) VALUE "N".
           88  WS-DN-EOF          VALUE "Y".
       01  WS-DECL-AREA.
       01  WS-APP-PROGRAM-ID      PIC X(30).

       01  WS-BOOKED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-LINKED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.

       01  WS-EOF-SW              PIC X(01) VALUE "N".
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master or the
      * before-image journal can't be opened.
      ******************************************************************
       LINKAGE SECTION.

           PERFORM 0120-READ-BUSINESS-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0130-READ-DECISION-PARAMETER
           PERFORM 0135-READ-DUAL-PARAMETER
           PERFORM 0140-LOAD-CONFIRMATIONS
           PERFORM 0142-LOAD-DECLINED-LIST
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               CLOSE LOAN-BEFORE-IMAGE-FILE
               GOBACK
           END-IF
           PERFORM 0200-READ-PAIR
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
      * No DECPARM dataset, or zero days, turns approval expiry off
      * and booking behaves exactly as before.
      * Opens the keyed master I-O for the run.  No LOANMAST dataset
      * yet just means nothing has ever been booked -- the file is
      * created empty, a clean start, not an error, the same
      * treatment the keyed ACCTSTAT gets.  A before-image journal
      * that won't open fails the run with RC 12 before anything
      * is booked.
      ******************************************************************
       0150-OPEN-LOAN-MASTER.
           OPEN I-O LOAN-MASTER-FILE
               DISPLAY "LoanBooking: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               PERFORM 0155-OPEN-BEFORE-IMAGES
           END-IF.

      ******************************************************************
      * Opens the LMBFIMG journal for append; the first run ever
      * creates it.  A journal that won't open closes the master
      * again and fails the run with RC 12.
      ******************************************************************
       0155-OPEN-BEFORE-IMAGES.
           OPEN EXTEND LOAN-BEFORE-IMAGE-FILE
           IF WS-BI-FS = "35"
               OPEN OUTPUT LOAN-BEFORE-IMAGE-FILE
           END-IF
           IF WS-BI-FS NOT = "00"
               DISPLAY "LoanBooking: LMBFIMG OPEN FAILED FS="
                   WS-BI-FS
               CLOSE LOAN-MASTER-FILE
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
           OPEN INPUT  CUSTOMER-APPLICATION-FILE
           OPEN INPUT  LOAN-DECISION-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN EXTEND CO-BORROWER-LINK-FILE
           OPEN OUTPUT EXPIRED-DECISION-FILE
           OPEN OUTPUT HELD-APPLICATION-FILE
           OPEN OUTPUT HELD-DECISION-FILE
           MOVE LD-REASON-CODES  TO HL-REASON-CODES
           MOVE LD-DECISION-DATE TO HL-DECISION-DATE
           WRITE HELD-DECISION-REC
           IF NOT WS-PRIOR-PASS
               MOVE "DUAL-HOLD" TO WS-APP-STATUS
               MOVE "LoanBooking" TO WS-APP-PROGRAM-ID
               CALL "AppStatusUpdate" USING LD-CUST-ID WS-APP-STATUS
                       WS-APP-PROGRAM-ID
           END-IF
           ADD 1 TO WS-HELD-COUNT.

      ******************************************************************
           MOVE LD-DECISION-DATE TO XD-DECISION-DATE
           MOVE WS-DECISION-AGE  TO XD-DAYS-OLD
           WRITE EXPIRED-DECISION-RECORD
           MOVE "DECN-EXPD" TO WS-APP-STATUS
           MOVE "LoanBooking" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING LD-CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID
           ADD 1 TO WS-EXPIRED-COUNT.

      ******************************************************************
           PERFORM 0340-COMPUTE-INSTALLMENT
           MOVE WS-INSTALLMENT-AMT TO LM-INSTALLMENT-AMT
           MOVE "N"              TO LM-FUNDED-FLAG
           MOVE CA-ORIGINATOR-ID TO LM-ORIGINATOR-ID
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LoanBooking: DUPLICATE ACCOUNT "
                       LM-LOAN-ACCT-NO
               NOT INVALID KEY
                   PERFORM 0355-JOURNAL-NEW-ROW
           END-WRITE
           ADD 1 TO WS-BOOKED-COUNT
           PERFORM 0360-WRITE-BOOKING-HISTORY
           IF CA-HAS-CO-APPLICANT = "Y"
               AND CA-CO-CUST-ID NOT = SPACES
               PERFORM 0370-WRITE-CO-BORROWER-LINK
           END-IF
           MOVE "BOOKED" TO WS-APP-STATUS
           MOVE "LoanBooking" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING LD-CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

      ******************************************************************
      * A booked row goes on the LMBFIMG journal as an add: no
      * before image, the row as written for the after image, so
      * LoanMasterBackout takes it off the master entirely.
      ******************************************************************
       0355-JOURNAL-NEW-ROW.
           MOVE "LoanBooking"      TO BI-POSTING-PROGRAM
           MOVE WS-CYCLE-NUMBER    TO BI-CYCLE-NUMBER
           MOVE WS-RUN-TS          TO BI-RUN-TS
           MOVE "A"                TO BI-ACTION
           MOVE LM-LOAN-ACCT-NO    TO BI-LOAN-ACCT-NO
           MOVE SPACES             TO BI-BEFORE-IMAGE
           MOVE LOAN-MASTER-RECORD TO BI-AFTER-IMAGE
           WRITE LOAN-BEFORE-IMAGE-RECORD.

      ******************************************************************
      * One permanent LOANHIST ledger row per booking -- the opening
      * entry of the loan's transaction history, written from the
           MOVE LM-CURRENT-BALANCE TO LH-BALANCE-AFTER
           MOVE "LoanBooking"    TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS        TO LH-TIMESTAMP
           MOVE SPACES           TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
      * Joint bookings only: ties the new account to the co-borrower
      * so the exposure build can count the loan against both
      * customers.
      ******************************************************************
       0370-WRITE-CO-BORROWER-LINK.
           MOVE LM-LOAN-ACCT-NO  TO CB-LOAN-ACCT-NO
           MOVE LM-CUST-ID       TO CB-CUST-ID
           MOVE CA-CO-CUST-ID    TO CB-CO-CUST-ID
           MOVE WS-TODAY-DATE    TO CB-LINK-DATE
           WRITE CO-BORROWER-LINK-RECORD
           ADD 1 TO WS-LINKED-COUNT.

      ******************************************************************
      * Re-runs the prior generation's unresolved holds through the
      * same booking check the nightly pairs get: confirmed since
                   CLOSE PRIOR-HELD-APPLICATION-FILE
               ELSE
                   MOVE "N" TO WS-PRIOR-EOF-SW
                   MOVE "Y" TO WS-PRIOR-PASS-SW
                   PERFORM UNTIL WS-PRIOR-EOF
                       PERFORM 0520-READ-PRIOR-PAIR
                       IF NOT WS-PRIOR-EOF
           CLOSE CUSTOMER-APPLICATION-FILE
           CLOSE LOAN-DECISION-FILE
           CLOSE LOAN-MASTER-FILE
           CLOSE LOAN-BEFORE-IMAGE-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE CO-BORROWER-LINK-FILE
           CLOSE EXPIRED-DECISION-FILE
           CLOSE HELD-APPLICATION-FILE
           CLOSE HELD-DECISION-FILE
       0950-DISPLAY-TOTALS.
           DISPLAY "===== LoanBooking CONTROL TOTALS ====="
           DISPLAY "LOANS BOOKED:        " WS-BOOKED-COUNT
           DISPLAY "CO-BORROWER LINKS:   " WS-LINKED-COUNT
           DISPLAY "ALREADY OPEN/SKIPPED:" WS-SKIPPED-COUNT
           DISPLAY "APPROVALS EXPIRED:   " WS-EXPIRED-COUNT
           DISPLAY "HELD FOR 2ND APPROVAL:" WS-HELD-COUNT
