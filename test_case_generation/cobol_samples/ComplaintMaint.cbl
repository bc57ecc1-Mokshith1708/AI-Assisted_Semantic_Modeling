       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplaintMaint.

      ******************************************************************
      * Customer complaint maintenance.  OPEN, ACK, ASSIGN and RESOLV
      * transactions arrive on CMPTRAN and are applied to the keyed
      * COMPLNT register, so a complaint about a payment, a fee, a
      * collections call or a decision is logged against the
      * customer (and, when it is about one, the loan) instead of
      * sitting in a shared mailbox where compliance can't report on
      * it.  OPEN checks the CUST-ID against CUSTMAST, the loan (if
      * one is named) against LOANMAST and its owner, and the branch
      * against BRNCHMST -- a blank branch takes the loan's booking
      * branch -- then numbers the complaint after the customer's
      * last one and sets its acknowledgement and resolution due
      * dates, counted in business days from the received date with
      * weekends and BANKCAL holidays skipped.  ACK records the
      * acknowledgement, ASSIGN moves the complaint to another open
      * branch, RESOLV closes it with how it was answered (a
      * complaint resolved before it was acknowledged is taken as
      * acknowledged the same day).  Every applied or rejected
      * transaction lands on CMPAUDIT with who changed what and
      * when.  The operator on each transaction must hold a role
      * entitled to CMPLMNT on ENTITLE; anyone else's is rejected
      * and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-TRAN-FILE
               ASSIGN TO "CMPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPLAINT-FILE
               ASSIGN TO "COMPLNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-COMPLAINT-KEY
               ALTERNATE RECORD KEY IS CP-LOAN-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-CP-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANKCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FS.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "CMPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-TRAN-FILE.
           COPY CMPTRAN.

       FD  COMPLAINT-FILE.
           COPY COMPLNT.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  BANK-CALENDAR-FILE.
           COPY BANKCAL.

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-CUST-ID            PIC X(10).
           05  MA-COMPLAINT-NO       PIC 9(03).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-CATEGORY           PIC X(04).
           05  MA-BRANCH-CODE        PIC X(04).
           05  MA-OLD-STATUS         PIC X(08).
           05  MA-NEW-STATUS         PIC X(08).
           05  MA-TIMESTAMP          PIC X(26).
           05  MA-DISPOSITION        PIC X(08).
           05  MA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY ENTLCHK.
       COPY BIZDTWS.
       COPY BRNCHMWS.
       COPY BANKCLWS.

       01  WS-CP-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-CF-FS              PIC X(02).
       01  WS-CP-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-CP-FOUND       VALUE "Y".
       01  WS-CP-EOF-SW          PIC X(01) VALUE "N".
           88  WS-CP-EOF         VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-CF-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-CF-FOUND       VALUE "Y".
       01  WS-CF-EOF-SW          PIC X(01) VALUE "N".
           88  WS-CF-EOF         VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).
       01  WS-BRANCH-CODE        PIC X(04).
       01  WS-LAST-COMPLAINT-NO  PIC 9(03).

      ******************************************************************
      * Response standards, in business days from the day the
      * complaint was received.
      ******************************************************************
       01  WS-ACK-BUSINESS-DAYS      PIC 9(03) COMP VALUE 5.
       01  WS-RESOLVE-BUSINESS-DAYS  PIC 9(03) COMP VALUE 15.
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-FOLLOWUP-INT          PIC 9(07) COMP.

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-OPENED-COUNT       PIC 9(05) COMP VALUE ZERO.
       01  WS-RESOLVED-COUNT     PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 12 if the keyed complaint
      * register, the loan master or the customer master can't be
      * opened, or if the entitlement tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0160-LOAD-BRANCH-MASTER
           PERFORM 0165-LOAD-BANK-CALENDAR
           PERFORM 0200-APPLY-TRANSACTIONS
           CLOSE COMPLAINT-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== ComplaintMaint CONTROL TOTALS ====="
           DISPLAY "APPLIED:             " WS-APPLIED-COUNT
           DISPLAY "  COMPLAINTS OPENED: " WS-OPENED-COUNT
           DISPLAY "  RESOLVED:          " WS-RESOLVED-COUNT
           DISPLAY "REJECTED:            " WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
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
      * Opens the keyed complaint register I-O and the loan master
      * for keyed reads.  No COMPLNT dataset yet just means no
      * complaint has ever been logged -- the file is created empty,
      * the same first-run treatment SVCHOLD gets.  CUSTMAST is
      * only checked for here; each OPEN transaction scans it for
      * its customer.  Anything else wrong fails the run with RC 12
      * before a single transaction is applied.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O COMPLAINT-FILE
           IF WS-CP-FS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF WS-CP-FS NOT = "00"
               DISPLAY "ComplaintMaint: COMPLNT OPEN FAILED FS="
                   WS-CP-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "ComplaintMaint: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE COMPLAINT-FILE
               ELSE
                   OPEN INPUT CUSTOMER-MASTER-FILE
                   IF WS-CF-FS NOT = "00"
                       DISPLAY "ComplaintMaint: CUSTMAST OPEN FAILED"
                           " FS=" WS-CF-FS
                       MOVE 12 TO RUN-RETURN-CODE
                       CLOSE COMPLAINT-FILE
                       CLOSE LOAN-MASTER-FILE
                   ELSE
                       CLOSE CUSTOMER-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * No BRNCHMST dataset means the branch-code edit falls back to
      * a blank-only check, the way ApplicationEdit treats it.
      ******************************************************************
       0160-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FS = "00"
               MOVE "N" TO WS-BM-EOF-SW
               SET BM-IDX TO 1
               PERFORM UNTIL WS-BM-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-BM-EOF-SW
                       NOT AT END
                           IF WS-BM-COUNT < 50
                               MOVE BM-BRANCH-CODE TO
                                   WS-BM-BRANCH-CODE (BM-IDX)
                               MOVE BM-BRANCH-NAME TO
                                   WS-BM-BRANCH-NAME (BM-IDX)
                               MOVE BM-REGION-CODE TO
                                   WS-BM-REGION-CODE (BM-IDX)
                               MOVE BM-BRANCH-STATUS TO
                                   WS-BM-BRANCH-STATUS (BM-IDX)
                               SET BM-IDX UP BY 1
                               ADD 1 TO WS-BM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

      ******************************************************************
      * Loads the bank holiday calendar into memory once at start-up,
      * dates converted to integer form.  No BANKCAL dataset just
      * means no holidays are configured and only weekends are
      * skipped.
      ******************************************************************
       0165-LOAD-BANK-CALENDAR.
           OPEN INPUT BANK-CALENDAR-FILE
           IF WS-HOL-FS = "00"
               MOVE "N" TO WS-HOL-EOF-SW
               SET HD-IDX TO 1
               PERFORM UNTIL WS-HOL-EOF
                   READ BANK-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-HOL-EOF-SW
                       NOT AT END
                           IF WS-HOL-COUNT < 50
                               COMPUTE WS-HOL-DATE-INT (HD-IDX) =
                                   FUNCTION INTEGER-OF-DATE
                                       (HD-HOLIDAY-DATE)
                               SET HD-IDX UP BY 1
                               ADD 1 TO WS-HOL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-CALENDAR-FILE
           END-IF.

       0170-FIND-BRANCH-MASTER.
           MOVE "N" TO WS-BM-FOUND-SW
           SET BM-IDX TO 1
           PERFORM UNTIL WS-BM-FOUND OR BM-IDX > WS-BM-COUNT
               IF WS-BM-BRANCH-CODE (BM-IDX) = WS-BRANCH-CODE
                   MOVE "Y" TO WS-BM-FOUND-SW
               ELSE
                   SET BM-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-APPLY-TRANSACTIONS.
           OPEN INPUT  COMPLAINT-TRAN-FILE
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM UNTIL WS-TRAN-EOF
               READ COMPLAINT-TRAN-FILE
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       PERFORM 0300-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE COMPLAINT-TRAN-FILE
           CLOSE MAINTENANCE-AUDIT-FILE.

       0300-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-OLD-STATUS
           MOVE "N" TO WS-CP-FOUND-SW
           MOVE CT-BRANCH-CODE TO WS-BRANCH-CODE
           PERFORM 0305-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0310-EDIT-TRANSACTION
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE EC-REASON TO WS-EDIT-REASON
           END-IF
           IF WS-RECORD-VALID
               IF CT-ACTION = "OPEN  "
                   PERFORM 0330-EDIT-NEW-COMPLAINT
               ELSE
                   PERFORM 0350-READ-COMPLAINT
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               EVALUATE CT-ACTION
                   WHEN "OPEN  "
                       PERFORM 0400-APPLY-OPEN
                   WHEN "ACK   "
                       PERFORM 0500-APPLY-ACK
                   WHEN "ASSIGN"
                       PERFORM 0550-APPLY-ASSIGN
                   WHEN "RESOLV"
                       PERFORM 0600-APPLY-RESOLVE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to CMPLMNT on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE CT-USER-ID TO EC-OPERATOR-ID
           MOVE "CMPLMNT" TO EC-FUNCTION-CODE
           MOVE "Y" TO EC-LOG-SW
           CALL "EntitlementCheck" USING ENTITLEMENT-CHECK-AREA
           IF EC-RETURN-CODE NOT = ZERO
               MOVE 12 TO RUN-RETURN-CODE
           END-IF
           IF NOT EC-ENTITLED
               ADD 1 TO WS-NOT-ENTITLED-COUNT
           END-IF.

       0310-EDIT-TRANSACTION.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN CT-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN CT-ACTION NOT = "OPEN  "
                    AND CT-ACTION NOT = "ACK   "
                    AND CT-ACTION NOT = "ASSIGN"
                    AND CT-ACTION NOT = "RESOLV"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN CT-CUST-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUST ID MISSING" TO WS-EDIT-REASON
               WHEN CT-ACTION = "OPEN  "
                   CONTINUE
               WHEN CT-COMPLAINT-NO NOT NUMERIC
                    OR CT-COMPLAINT-NO = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COMPLAINT NUMBER MISSING" TO WS-EDIT-REASON
               WHEN CT-ACTION = "ASSIGN"
                    AND CT-BRANCH-CODE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH CODE MISSING" TO WS-EDIT-REASON
               WHEN CT-ACTION = "RESOLV"
                    AND CT-TEXT = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RESOLUTION MISSING" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID AND CT-ACTION = "ASSIGN"
               PERFORM 0340-EDIT-BRANCH
           END-IF.

      ******************************************************************
      * A new complaint: its own fields, the customer, the loan and
      * the branch, in that order -- the first edit that fails is
      * the one reported.
      ******************************************************************
       0330-EDIT-NEW-COMPLAINT.
           EVALUATE TRUE
               WHEN CT-CATEGORY NOT = "PAYM"
                    AND CT-CATEGORY NOT = "FEES"
                    AND CT-CATEGORY NOT = "COLL"
                    AND CT-CATEGORY NOT = "DECN"
                    AND CT-CATEGORY NOT = "SERV"
                    AND CT-CATEGORY NOT = "OTHR"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CATEGORY NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN CT-RECEIVED-DATE NOT NUMERIC
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RECEIVED DATE NOT NUMERIC" TO WS-EDIT-REASON
               WHEN CT-RECEIVED-DATE > WS-TODAY-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "RECEIVED DATE IN THE FUTURE"
                       TO WS-EDIT-REASON
               WHEN CT-TEXT = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COMPLAINT SUMMARY MISSING" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID
               PERFORM 0335-FIND-CUSTOMER
               IF NOT WS-CF-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUST ID NOT ON CUSTMAST" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-RECORD-VALID AND CT-LOAN-ACCT-NO NOT = SPACES
               PERFORM 0338-EDIT-LOAN
           END-IF
           IF WS-RECORD-VALID
               IF WS-BRANCH-CODE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH CODE MISSING" TO WS-EDIT-REASON
               ELSE
                   PERFORM 0340-EDIT-BRANCH
               END-IF
           END-IF.

      ******************************************************************
      * CUSTMAST is sequential, and complaints come a handful a day,
      * so each new complaint scans it front to back for its
      * customer rather than holding the whole file in a table.
      ******************************************************************
       0335-FIND-CUSTOMER.
           MOVE "N" TO WS-CF-FOUND-SW
           MOVE "N" TO WS-CF-EOF-SW
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS NOT = "00"
               MOVE "Y" TO WS-CF-EOF-SW
           END-IF
           PERFORM UNTIL WS-CF-FOUND OR WS-CF-EOF
               READ CUSTOMER-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-CF-EOF-SW
                   NOT AT END
                       IF CF-CUST-ID = CT-CUST-ID
                           MOVE "Y" TO WS-CF-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CF-FS = "00" OR WS-CF-FS = "10"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

      ******************************************************************
      * A named loan must be on the master and belong to the
      * customer; a blank branch on the transaction takes the
      * loan's booking branch.
      ******************************************************************
       0338-EDIT-LOAN.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE CT-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ON MASTER" TO WS-EDIT-REASON
               WHEN LM-CUST-ID NOT = CT-CUST-ID
                   MOVE "N" TO WS-VALID-SW
                   MOVE "CUST ID DOES NOT MATCH LOAN" TO WS-EDIT-REASON
               WHEN WS-BRANCH-CODE = SPACES
                   MOVE LM-BRANCH-CODE TO WS-BRANCH-CODE
           END-EVALUATE.

       0340-EDIT-BRANCH.
           PERFORM 0170-FIND-BRANCH-MASTER
           EVALUATE TRUE
               WHEN WS-BM-COUNT = ZERO
                   CONTINUE
               WHEN NOT WS-BM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH CODE NOT ON MASTER" TO WS-EDIT-REASON
               WHEN WS-BM-BRANCH-STATUS (BM-IDX) NOT = "O"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "BRANCH CLOSED" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * ACK, ASSIGN and RESOLV act on a complaint already on file
      * that hasn't been resolved; ACK only on one not yet
      * acknowledged.
      ******************************************************************
       0350-READ-COMPLAINT.
           MOVE CT-CUST-ID      TO CP-CUST-ID
           MOVE CT-COMPLAINT-NO TO CP-COMPLAINT-NO
           READ COMPLAINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CP-FOUND-SW
                   MOVE CP-STATUS TO WS-OLD-STATUS
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-CP-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COMPLAINT NOT ON FILE" TO WS-EDIT-REASON
               WHEN CP-RESOLVED
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COMPLAINT ALREADY RESOLVED" TO WS-EDIT-REASON
               WHEN CT-ACTION = "ACK   "
                    AND NOT CP-OPEN
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COMPLAINT ALREADY ACKNOWLEDGED"
                       TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * Numbers the complaint one past the customer's last, found by
      * walking the customer's rows from the front of the key.
      ******************************************************************
       0400-APPLY-OPEN.
           MOVE ZERO TO WS-LAST-COMPLAINT-NO
           MOVE "N" TO WS-CP-EOF-SW
           MOVE CT-CUST-ID TO CP-CUST-ID
           MOVE ZERO       TO CP-COMPLAINT-NO
           START COMPLAINT-FILE KEY >= CP-COMPLAINT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CP-EOF-SW
           END-START
           PERFORM UNTIL WS-CP-EOF
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CP-EOF-SW
                   NOT AT END
                       IF CP-CUST-ID = CT-CUST-ID
                           MOVE CP-COMPLAINT-NO
                               TO WS-LAST-COMPLAINT-NO
                       ELSE
                           MOVE "Y" TO WS-CP-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LAST-COMPLAINT-NO = 999
               MOVE "N" TO WS-VALID-SW
               MOVE "COMPLAINT NUMBERS EXHAUSTED" TO WS-EDIT-REASON
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               MOVE SPACES TO COMPLAINT-RECORD
               MOVE CT-CUST-ID       TO CP-CUST-ID
               ADD 1 TO WS-LAST-COMPLAINT-NO
                   GIVING CP-COMPLAINT-NO
               MOVE CT-LOAN-ACCT-NO  TO CP-LOAN-ACCT-NO
               MOVE CT-CATEGORY      TO CP-CATEGORY
               MOVE WS-BRANCH-CODE   TO CP-BRANCH-CODE
               MOVE "OPEN    "       TO CP-STATUS
               IF CT-RECEIVED-DATE = ZERO
                   MOVE WS-TODAY-DATE    TO CP-RECEIVED-DATE
               ELSE
                   MOVE CT-RECEIVED-DATE TO CP-RECEIVED-DATE
               END-IF
               PERFORM 0420-SET-DUE-DATES
               MOVE ZERO             TO CP-ACK-DATE
               MOVE ZERO             TO CP-RESOLVED-DATE
               MOVE CT-TEXT          TO CP-SUMMARY
               MOVE CT-USER-ID       TO CP-SET-BY
               MOVE WS-TODAY-DATE    TO CP-SET-DATE
               WRITE COMPLAINT-RECORD
               ADD 1 TO WS-OPENED-COUNT
               PERFORM 0710-WRITE-APPLIED-AUDIT
           END-IF.

       0420-SET-DUE-DATES.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (CP-RECEIVED-DATE)
           MOVE WS-ACK-BUSINESS-DAYS TO WS-BD-DAYS-TO-ADD
           PERFORM 0465-ADD-BUSINESS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-FOLLOWUP-INT)
               TO CP-ACK-DUE-DATE
           MOVE WS-RESOLVE-BUSINESS-DAYS TO WS-BD-DAYS-TO-ADD
           PERFORM 0465-ADD-BUSINESS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-FOLLOWUP-INT)
               TO CP-RESOLVE-DUE-DATE.

      ******************************************************************
      * Walks WS-FOLLOWUP-INT forward from WS-TODAY-INT by
      * WS-BD-DAYS-TO-ADD BUSINESS days: a day that lands on a
      * weekend or a BANKCAL holiday doesn't count.
      ******************************************************************
       0465-ADD-BUSINESS-DAYS.
           MOVE WS-TODAY-INT TO WS-BD-WORK-INT
           MOVE ZERO TO WS-BD-DAYS-ADDED
           PERFORM UNTIL WS-BD-DAYS-ADDED >= WS-BD-DAYS-TO-ADD
               ADD 1 TO WS-BD-WORK-INT
               COMPUTE WS-BD-DOW = FUNCTION MOD (WS-BD-WORK-INT, 7)
               MOVE "N" TO WS-BD-HOLIDAY-SW
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > WS-HOL-COUNT
                   IF WS-HOL-DATE-INT (HD-IDX) = WS-BD-WORK-INT
                       MOVE "Y" TO WS-BD-HOLIDAY-SW
                   END-IF
               END-PERFORM
               IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                  AND NOT WS-BD-IS-HOLIDAY
                   ADD 1 TO WS-BD-DAYS-ADDED
               END-IF
           END-PERFORM
           MOVE WS-BD-WORK-INT TO WS-FOLLOWUP-INT.

       0500-APPLY-ACK.
           MOVE "ACKED   "    TO CP-STATUS
           MOVE WS-TODAY-DATE TO CP-ACK-DATE
           PERFORM 0650-REWRITE-COMPLAINT.

       0550-APPLY-ASSIGN.
           MOVE WS-BRANCH-CODE TO CP-BRANCH-CODE
           PERFORM 0650-REWRITE-COMPLAINT.

       0600-APPLY-RESOLVE.
           IF CP-ACK-DATE = ZERO
               MOVE WS-TODAY-DATE TO CP-ACK-DATE
           END-IF
           MOVE "RESOLVED"    TO CP-STATUS
           MOVE WS-TODAY-DATE TO CP-RESOLVED-DATE
           MOVE CT-TEXT       TO CP-RESOLUTION
           ADD 1 TO WS-RESOLVED-COUNT
           PERFORM 0650-REWRITE-COMPLAINT.

       0650-REWRITE-COMPLAINT.
           MOVE CT-USER-ID    TO CP-SET-BY
           MOVE WS-TODAY-DATE TO CP-SET-DATE
           REWRITE COMPLAINT-RECORD
           PERFORM 0710-WRITE-APPLIED-AUDIT.

       0710-WRITE-APPLIED-AUDIT.
           MOVE CT-USER-ID         TO MA-USER-ID
           MOVE CT-ACTION          TO MA-ACTION
           MOVE CP-CUST-ID         TO MA-CUST-ID
           MOVE CP-COMPLAINT-NO    TO MA-COMPLAINT-NO
           MOVE CP-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE CP-CATEGORY        TO MA-CATEGORY
           MOVE CP-BRANCH-CODE     TO MA-BRANCH-CODE
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE CP-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE SPACES             TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT.

       0720-WRITE-REJECT-AUDIT.
           MOVE CT-USER-ID         TO MA-USER-ID
           MOVE CT-ACTION          TO MA-ACTION
           MOVE CT-CUST-ID         TO MA-CUST-ID
           IF CT-COMPLAINT-NO NUMERIC
               MOVE CT-COMPLAINT-NO TO MA-COMPLAINT-NO
           ELSE
               MOVE ZERO            TO MA-COMPLAINT-NO
           END-IF
           MOVE CT-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE CT-CATEGORY        TO MA-CATEGORY
           MOVE CT-BRANCH-CODE     TO MA-BRANCH-CODE
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.
