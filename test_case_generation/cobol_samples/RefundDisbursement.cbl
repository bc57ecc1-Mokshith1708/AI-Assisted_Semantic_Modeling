       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundDisbursement.

      ******************************************************************
      * Nightly refund disbursement.  PaymentPosting and
      * EscrowAnalysis have always written what we owe borrowers to
      * REFUNDUE -- a payoff or recovery check bigger than the
      * balance, escrow left over when a loan pays off, an escrow
      * surplus at analysis -- and nothing ever paid it.  This run
      * pays it.  The bank's REFPAID paid-items file is applied
      * first: each refund check the bank paid, or refund credit it
      * settled, is marked CASHED on the keyed REFTRACK file.  Then
      * every refund still HELD from an earlier night is tried
      * again, and finally the night's REFUNDUE rows (the pending
      * queue the posting, analysis and paid-in-full jobs append
      * to) are given a refund number and issued.  A loan with an
      * ACTIVE AUTOPAY enrollment is refunded by ACH credit to the
      * account its payments came from, on REFACH; anyone else gets
      * a check mailed to the CUSTMAST address, on REFCHECK, which
      * goes to the printer and, as the issue file, to the bank's
      * positive pay.  With neither an account nor an address the
      * refund is HELD and listed on REFEXCP for the branch to
      * chase.  Each
      * change of state puts a memo row on LOANHIST -- REFISSUE when
      * a refund is issued, REFCASH when it is cashed -- for the GL
      * feed to journal.  A REFUNDUE row already on REFTRACK (same
      * loan, date and amount) is a rerun and is skipped, so the
      * job can be restarted without paying anyone twice.
      * UnclaimedProperty reports refunds left outstanding past the
      * state dormancy period.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-DUE-FILE
               ASSIGN TO "REFUNDUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-FS.

           SELECT REFUND-PAID-FILE
               ASSIGN TO "REFPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-FS.

           SELECT REFUND-TRACKING-FILE
               ASSIGN TO "REFTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-REFUND-NO
               ALTERNATE RECORD KEY IS RK-LOAN-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-RK-FS.

           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-LOAN-ACCT-NO
               FILE STATUS IS WS-AE-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT CHECK-ISSUE-FILE
               ASSIGN TO "REFCHECK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACH-CREDIT-FILE
               ASSIGN TO "REFACH"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REFUND-EXCEPTION-FILE
               ASSIGN TO "REFEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05  RF-LOAN-ACCT-NO       PIC X(12).
           05  RF-CUST-ID            PIC X(10).
           05  RF-BRANCH-CODE        PIC X(04).
           05  RF-REFUND-AMT         PIC S9(07)V99.
           05  RF-PAYMENT-DATE       PIC 9(08).

       FD  REFUND-PAID-FILE.
           COPY REFPAID.

       FD  REFUND-TRACKING-FILE.
           COPY REFTRACK.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

      ******************************************************************
      * The check issue file: what the check printer prints and the
      * bank's positive pay matches presented checks against.  It
      * leaves the shop, so everything in it is DISPLAY format.
      ******************************************************************
       FD  CHECK-ISSUE-FILE.
       01  CHECK-ISSUE-HEADER.
           05  CK-HDR-RECORD-TYPE    PIC X(01).
           05  CK-HDR-COMPANY        PIC X(20).
           05  CK-HDR-ISSUE-DATE     PIC 9(08).
           05  FILLER                PIC X(146).
       01  CHECK-ISSUE-DETAIL.
           05  CK-RECORD-TYPE        PIC X(01).
           05  CK-CHECK-NO           PIC 9(08).
           05  CK-LOAN-ACCT-NO       PIC X(12).
           05  CK-CUST-ID            PIC X(10).
           05  CK-PAYEE-NAME         PIC X(35).
           05  CK-ADDR-LINE-1        PIC X(30).
           05  CK-ADDR-LINE-2        PIC X(30).
           05  CK-CITY               PIC X(20).
           05  CK-STATE              PIC X(02).
           05  CK-POSTAL-CODE        PIC X(10).
           05  CK-AMOUNT             PIC 9(07)V99.
           05  CK-ISSUE-DATE         PIC 9(08).
       01  CHECK-ISSUE-TRAILER.
           05  CK-TRL-RECORD-TYPE    PIC X(01).
           05  CK-TRL-CHECK-COUNT    PIC 9(07).
           05  CK-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  FILLER                PIC X(154).

      ******************************************************************
      * The ACH credit file, the same header / detail / trailer shape
      * as the autopay ACHDEBIT file, with the refund number as the
      * trace number so the bank's settlement comes back on REFPAID
      * under it.
      ******************************************************************
       FD  ACH-CREDIT-FILE.
       01  ACH-CREDIT-HEADER.
           05  RH-HDR-RECORD-TYPE    PIC X(01).
           05  RH-HDR-COMPANY        PIC X(20).
           05  RH-HDR-EFFECTIVE-DATE PIC 9(08).
           05  RH-HDR-CREATE-DATE    PIC 9(08).
           05  FILLER                PIC X(43).
       01  ACH-CREDIT-DETAIL.
           05  RH-RECORD-TYPE        PIC X(01).
           05  RH-LOAN-ACCT-NO       PIC X(12).
           05  RH-CUST-ID            PIC X(10).
           05  RH-ROUTING-NO         PIC X(09).
           05  RH-BANK-ACCT-NO       PIC X(17).
           05  RH-BANK-ACCT-TYPE     PIC X(01).
           05  RH-AMOUNT             PIC 9(07)V99.
           05  RH-EFFECTIVE-DATE     PIC 9(08).
           05  RH-TRACE-NO           PIC 9(08).
           05  FILLER                PIC X(05).
       01  ACH-CREDIT-TRAILER.
           05  RH-TRL-RECORD-TYPE    PIC X(01).
           05  RH-TRL-ENTRY-COUNT    PIC 9(07).
           05  RH-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  RH-TRL-ENTRY-HASH     PIC 9(10).
           05  FILLER                PIC X(49).

       FD  REFUND-EXCEPTION-FILE.
       01  REFUND-EXCEPTION-RECORD.
           05  RQ-REFUND-NO          PIC 9(08).
           05  RQ-LOAN-ACCT-NO       PIC X(12).
           05  RQ-AMOUNT             PIC S9(07)V99.
           05  RQ-REASON             PIC X(30).
           05  RQ-RUN-DATE           PIC 9(08).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY CIFWS.

       01  WS-RF-FS                 PIC X(02).
       01  WS-PD-FS                 PIC X(02).
       01  WS-RK-FS                 PIC X(02).
       01  WS-AE-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-RF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RF-EOF            VALUE "Y".
       01  WS-PD-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PD-EOF            VALUE "Y".
       01  WS-RK-EOF-SW             PIC X(01) VALUE "N".
           88  WS-RK-EOF            VALUE "Y".
       01  WS-RK-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RK-FOUND          VALUE "Y".
       01  WS-AE-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-AE-OPEN           VALUE "Y".
       01  WS-AE-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-AE-FOUND          VALUE "Y".
       01  WS-DUPLICATE-SW          PIC X(01) VALUE "N".
           88  WS-DUPLICATE         VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-LAST-REFUND-NO        PIC 9(08) VALUE ZERO.
       01  WS-LH-TRAN-TYPE          PIC X(08).
       01  WS-EXCEPTION-REASON      PIC X(30).

       01  WS-ENTRY-HASH            PIC 9(15) VALUE ZERO.
       01  WS-ROUTING-8             PIC 9(08).

       01  WS-CASHED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-CASHED-DOLLARS        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PAID-REJECT-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-QUEUED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-DUP-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-DUE-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-CHECK-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-CHECK-DOLLARS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACH-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-ACH-DOLLARS           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed refund tracking
      * file, loan master or autopay enrollment file can't be
      * opened, or a new refund can't be written to REFTRACK.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN OUTPUT REFUND-EXCEPTION-FILE
           OPEN OUTPUT CHECK-ISSUE-FILE
           OPEN OUTPUT ACH-CREDIT-FILE
           PERFORM 0180-WRITE-HEADERS
           PERFORM 0200-APPLY-PAID-ITEMS
           PERFORM 0300-RETRY-HELD-REFUNDS
           PERFORM 0400-ISSUE-NEW-REFUNDS
           PERFORM 0800-WRITE-TRAILERS
           CLOSE CHECK-ISSUE-FILE
           CLOSE ACH-CREDIT-FILE
           CLOSE REFUND-EXCEPTION-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE REFUND-TRACKING-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-AE-OPEN
               CLOSE AUTOPAY-FILE
           END-IF
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
      * Loads the customer information file once at start-up so each
      * check can be made out and mailed to the borrower.  No
      * CUSTMAST dataset, or no row for the customer, leaves a
      * refund with no autopay account to credit HELD.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT < 500
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               MOVE CF-ADDR-LINE-1 TO
                                   WS-CF-ADDR-LINE-1 (CF-IDX)
                               MOVE CF-ADDR-LINE-2 TO
                                   WS-CF-ADDR-LINE-2 (CF-IDX)
                               MOVE CF-CITY TO
                                   WS-CF-CITY (CF-IDX)
                               MOVE CF-STATE TO
                                   WS-CF-STATE (CF-IDX)
                               MOVE CF-POSTAL-CODE TO
                                   WS-CF-POSTAL-CODE (CF-IDX)
                               MOVE CF-PHONE TO
                                   WS-CF-PHONE (CF-IDX)
                               SET CF-IDX UP BY 1
                               ADD 1 TO WS-CF-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       0145-FIND-CUSTOMER-ADDRESS.
           MOVE "N" TO WS-CF-FOUND-SW
           SET CF-IDX TO 1
           PERFORM UNTIL WS-CF-FOUND OR CF-IDX > WS-CF-COUNT
               IF WS-CF-CUST-ID (CF-IDX) = WS-CF-LOOKUP-ID
                   MOVE "Y" TO WS-CF-FOUND-SW
               ELSE
                   SET CF-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Opens the keyed refund tracking file I-O, and the loan master
      * and autopay enrollments for reading.  No REFTRACK dataset yet
      * just means no refund has ever been paid -- the file is
      * created empty, the same first-run treatment the other keyed
      * servicing files get.  No AUTOPAY dataset means nobody is
      * enrolled and every refund goes by check.  Anything else
      * wrong with an open fails the run with RC 12 before a refund
      * moves.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O REFUND-TRACKING-FILE
           IF WS-RK-FS = "35"
               OPEN OUTPUT REFUND-TRACKING-FILE
               CLOSE REFUND-TRACKING-FILE
               OPEN I-O REFUND-TRACKING-FILE
           END-IF
           IF WS-RK-FS NOT = "00"
               DISPLAY "RefundDisbursement: REFTRACK OPEN FAILED FS="
                   WS-RK-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "RefundDisbursement: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE REFUND-TRACKING-FILE
               ELSE
                   PERFORM 0155-OPEN-AUTOPAY
                   IF RUN-RETURN-CODE NOT = ZERO
                       CLOSE REFUND-TRACKING-FILE
                       CLOSE LOAN-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

       0155-OPEN-AUTOPAY.
           MOVE "N" TO WS-AE-OPEN-SW
           OPEN INPUT AUTOPAY-FILE
           EVALUATE WS-AE-FS
               WHEN "00"
                   MOVE "Y" TO WS-AE-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RefundDisbursement: AUTOPAY OPEN FAILED FS="
                       WS-AE-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0180-WRITE-HEADERS.
           MOVE SPACES             TO CHECK-ISSUE-HEADER
           MOVE "H"                TO CK-HDR-RECORD-TYPE
           MOVE "CONSUMER LENDING" TO CK-HDR-COMPANY
           MOVE WS-TODAY-DATE      TO CK-HDR-ISSUE-DATE
           WRITE CHECK-ISSUE-HEADER
           MOVE SPACES             TO ACH-CREDIT-HEADER
           MOVE "H"                TO RH-HDR-RECORD-TYPE
           MOVE "CONSUMER LENDING" TO RH-HDR-COMPANY
           MOVE WS-TODAY-DATE      TO RH-HDR-EFFECTIVE-DATE
           MOVE WS-TODAY-DATE      TO RH-HDR-CREATE-DATE
           WRITE ACH-CREDIT-HEADER.

      ******************************************************************
      * No REFPAID dataset just means the bank paid nothing today.
      ******************************************************************
       0200-APPLY-PAID-ITEMS.
           OPEN INPUT REFUND-PAID-FILE
           IF WS-PD-FS = "00"
               MOVE "N" TO WS-PD-EOF-SW
               PERFORM UNTIL WS-PD-EOF
                   READ REFUND-PAID-FILE
                       AT END
                           MOVE "Y" TO WS-PD-EOF-SW
                       NOT AT END
                           PERFORM 0250-APPLY-ONE-PAID-ITEM
                   END-READ
               END-PERFORM
               CLOSE REFUND-PAID-FILE
           END-IF.

      ******************************************************************
      * A paid item must name an outstanding refund for exactly the
      * amount issued; anything else -- an unknown number, a refund
      * already cashed or escheated, an altered amount -- goes to
      * REFEXCP for Treasury to take up with the bank.
      ******************************************************************
       0250-APPLY-ONE-PAID-ITEM.
           MOVE "N" TO WS-RK-FOUND-SW
           MOVE PD-REFUND-NO TO RK-REFUND-NO
           READ REFUND-TRACKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RK-FOUND-SW
           END-READ
           MOVE SPACES TO WS-EXCEPTION-REASON
           EVALUATE TRUE
               WHEN NOT WS-RK-FOUND
                   MOVE "REFUND NOT ON REFTRACK" TO WS-EXCEPTION-REASON
               WHEN RK-CASHED
                   MOVE "REFUND ALREADY CASHED" TO WS-EXCEPTION-REASON
               WHEN RK-ESCHEATED
                   MOVE "REFUND ALREADY ESCHEATED"
                       TO WS-EXCEPTION-REASON
               WHEN NOT RK-ISSUED
                   MOVE "REFUND NOT ISSUED" TO WS-EXCEPTION-REASON
               WHEN PD-PAID-AMT NOT = RK-REFUND-AMT
                   MOVE "PAID AMOUNT DIFFERS FROM REFUND"
                       TO WS-EXCEPTION-REASON
           END-EVALUATE
           IF WS-EXCEPTION-REASON NOT = SPACES
               MOVE PD-REFUND-NO TO RQ-REFUND-NO
               IF WS-RK-FOUND
                   MOVE RK-LOAN-ACCT-NO TO RQ-LOAN-ACCT-NO
               ELSE
                   MOVE SPACES TO RQ-LOAN-ACCT-NO
               END-IF
               MOVE PD-PAID-AMT TO RQ-AMOUNT
               PERFORM 0720-WRITE-EXCEPTION
               ADD 1 TO WS-PAID-REJECT-COUNT
           ELSE
               MOVE "CASHED  "   TO RK-STATUS
               MOVE PD-PAID-DATE TO RK-CASHED-DATE
               REWRITE REFUND-TRACKING-RECORD
               MOVE "REFCASH "   TO WS-LH-TRAN-TYPE
               PERFORM 0700-WRITE-HISTORY
               ADD 1 TO WS-CASHED-COUNT
               ADD RK-REFUND-AMT TO WS-CASHED-DOLLARS
           END-IF.

      ******************************************************************
      * One front-to-back pass of REFTRACK.  A refund HELD on an
      * earlier night is issued if the borrower now has an autopay
      * account or a mailing address; the pass also leaves the
      * highest refund number on file in WS-LAST-REFUND-NO for the
      * night's new refunds to number on from.
      ******************************************************************
       0300-RETRY-HELD-REFUNDS.
           MOVE ZERO TO RK-REFUND-NO
           START REFUND-TRACKING-FILE
               KEY IS GREATER THAN RK-REFUND-NO
               INVALID KEY
                   MOVE "Y" TO WS-RK-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-RK-EOF-SW
           END-START
           PERFORM UNTIL WS-RK-EOF
               READ REFUND-TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RK-EOF-SW
                   NOT AT END
                       MOVE RK-REFUND-NO TO WS-LAST-REFUND-NO
                       IF RK-HELD
                           PERFORM 0500-ISSUE-REFUND
                           IF RK-ISSUED
                               REWRITE REFUND-TRACKING-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * No REFUNDUE dataset just means no refund fell due since the
      * last run.
      ******************************************************************
       0400-ISSUE-NEW-REFUNDS.
           OPEN INPUT REFUND-DUE-FILE
           IF WS-RF-FS = "00"
               MOVE "N" TO WS-RF-EOF-SW
               PERFORM UNTIL WS-RF-EOF
                   READ REFUND-DUE-FILE
                       AT END
                           MOVE "Y" TO WS-RF-EOF-SW
                       NOT AT END
                           PERFORM 0450-QUEUE-ONE-REFUND
                   END-READ
               END-PERFORM
               CLOSE REFUND-DUE-FILE
           END-IF.

      ******************************************************************
      * Numbers the REFUNDUE row on from the highest refund on file,
      * puts it on REFTRACK, and issues it.
      ******************************************************************
       0450-QUEUE-ONE-REFUND.
           ADD 1 TO WS-QUEUED-COUNT
           IF RF-REFUND-AMT NOT > ZERO
               MOVE ZERO TO RQ-REFUND-NO
               MOVE RF-LOAN-ACCT-NO TO RQ-LOAN-ACCT-NO
               MOVE RF-REFUND-AMT   TO RQ-AMOUNT
               MOVE "REFUND AMOUNT NOT POSITIVE"
                   TO WS-EXCEPTION-REASON
               PERFORM 0720-WRITE-EXCEPTION
               ADD 1 TO WS-DUE-REJECT-COUNT
           ELSE
               PERFORM 0460-CHECK-ALREADY-ON-FILE
               IF WS-DUPLICATE
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   ADD 1 TO WS-LAST-REFUND-NO
                   MOVE SPACES TO REFUND-TRACKING-RECORD
                   MOVE WS-LAST-REFUND-NO TO RK-REFUND-NO
                   MOVE RF-LOAN-ACCT-NO   TO RK-LOAN-ACCT-NO
                   MOVE RF-CUST-ID        TO RK-CUST-ID
                   MOVE RF-BRANCH-CODE    TO RK-BRANCH-CODE
                   MOVE RF-REFUND-AMT     TO RK-REFUND-AMT
                   MOVE RF-PAYMENT-DATE   TO RK-SOURCE-DATE
                   MOVE "HELD    "        TO RK-STATUS
                   MOVE ZERO              TO RK-ISSUE-DATE
                   MOVE ZERO              TO RK-CASHED-DATE
                   MOVE ZERO              TO RK-ESCHEAT-DATE
                   PERFORM 0500-ISSUE-REFUND
                   WRITE REFUND-TRACKING-RECORD
                       INVALID KEY
                           DISPLAY "RefundDisbursement: REFTRACK"
                               " WRITE FAILED FS=" WS-RK-FS
                           MOVE 12 TO RUN-RETURN-CODE
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Walks the loan's refunds by the alternate key looking for
      * one for the same source date and amount -- the REFUNDUE row
      * was already issued by an earlier run that didn't get as far
      * as clearing the queue.
      ******************************************************************
       0460-CHECK-ALREADY-ON-FILE.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE RF-LOAN-ACCT-NO TO RK-LOAN-ACCT-NO
           START REFUND-TRACKING-FILE
               KEY IS EQUAL TO RK-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-RK-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-RK-EOF-SW
           END-START
           PERFORM UNTIL WS-RK-EOF OR WS-DUPLICATE
               READ REFUND-TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RK-EOF-SW
                   NOT AT END
                       IF RK-LOAN-ACCT-NO NOT = RF-LOAN-ACCT-NO
                           MOVE "Y" TO WS-RK-EOF-SW
                       ELSE
                           IF RK-SOURCE-DATE = RF-PAYMENT-DATE
                              AND RK-REFUND-AMT = RF-REFUND-AMT
                               MOVE "Y" TO WS-DUPLICATE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Issues the HELD refund in REFUND-TRACKING-RECORD: by ACH
      * credit to an ACTIVE autopay account, otherwise by check to
      * the CUSTMAST address.  The payee and address are taken as
      * they stand tonight.  With neither, the refund stays HELD and
      * goes on REFEXCP.
      ******************************************************************
       0500-ISSUE-REFUND.
           MOVE RK-CUST-ID TO WS-CF-LOOKUP-ID
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX)   TO RK-PAYEE-NAME
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO RK-ADDR-LINE-1
               MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO RK-ADDR-LINE-2
               MOVE WS-CF-CITY (CF-IDX)        TO RK-CITY
               MOVE WS-CF-STATE (CF-IDX)       TO RK-STATE
               MOVE WS-CF-POSTAL-CODE (CF-IDX) TO RK-POSTAL-CODE
           END-IF
           PERFORM 0510-READ-AUTOPAY
           EVALUATE TRUE
               WHEN WS-AE-FOUND
                   PERFORM 0530-SEND-ACH-CREDIT
               WHEN WS-CF-FOUND
                    AND WS-CF-ADDR-LINE-1 (CF-IDX) NOT = SPACES
                   PERFORM 0520-PRINT-CHECK
               WHEN OTHER
                   MOVE RK-REFUND-NO    TO RQ-REFUND-NO
                   MOVE RK-LOAN-ACCT-NO TO RQ-LOAN-ACCT-NO
                   MOVE RK-REFUND-AMT   TO RQ-AMOUNT
                   MOVE "NO ACH ACCOUNT OR ADDRESS"
                       TO WS-EXCEPTION-REASON
                   PERFORM 0720-WRITE-EXCEPTION
                   ADD 1 TO WS-HELD-COUNT
                   ADD RK-REFUND-AMT TO WS-HELD-DOLLARS
           END-EVALUATE
           IF RK-ISSUED
               MOVE WS-TODAY-DATE TO RK-ISSUE-DATE
               MOVE "REFISSUE"    TO WS-LH-TRAN-TYPE
               PERFORM 0700-WRITE-HISTORY
           END-IF.

      ******************************************************************
      * WS-AE-FOUND is "Y" only for an ACTIVE enrollment -- an
      * account suspended after returned debits is no place to send
      * the borrower's money.
      ******************************************************************
       0510-READ-AUTOPAY.
           MOVE "N" TO WS-AE-FOUND-SW
           IF WS-AE-OPEN
               MOVE RK-LOAN-ACCT-NO TO AE-LOAN-ACCT-NO
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AE-ACTIVE
                           MOVE "Y" TO WS-AE-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       0520-PRINT-CHECK.
           MOVE "CHCK"     TO RK-METHOD
           MOVE "ISSUED  " TO RK-STATUS
           MOVE SPACES          TO CHECK-ISSUE-DETAIL
           MOVE "D"             TO CK-RECORD-TYPE
           MOVE RK-REFUND-NO    TO CK-CHECK-NO
           MOVE RK-LOAN-ACCT-NO TO CK-LOAN-ACCT-NO
           MOVE RK-CUST-ID      TO CK-CUST-ID
           MOVE RK-PAYEE-NAME   TO CK-PAYEE-NAME
           MOVE RK-ADDR-LINE-1  TO CK-ADDR-LINE-1
           MOVE RK-ADDR-LINE-2  TO CK-ADDR-LINE-2
           MOVE RK-CITY         TO CK-CITY
           MOVE RK-STATE        TO CK-STATE
           MOVE RK-POSTAL-CODE  TO CK-POSTAL-CODE
           MOVE RK-REFUND-AMT   TO CK-AMOUNT
           MOVE WS-TODAY-DATE   TO CK-ISSUE-DATE
           WRITE CHECK-ISSUE-DETAIL
           ADD 1 TO WS-CHECK-COUNT
           ADD RK-REFUND-AMT TO WS-CHECK-DOLLARS.

       0530-SEND-ACH-CREDIT.
           MOVE "ACH "            TO RK-METHOD
           MOVE "ISSUED  "        TO RK-STATUS
           MOVE AE-ROUTING-NO     TO RK-ROUTING-NO
           MOVE AE-BANK-ACCT-NO   TO RK-BANK-ACCT-NO
           MOVE AE-BANK-ACCT-TYPE TO RK-BANK-ACCT-TYPE
           MOVE SPACES            TO ACH-CREDIT-DETAIL
           MOVE "D"               TO RH-RECORD-TYPE
           MOVE RK-LOAN-ACCT-NO   TO RH-LOAN-ACCT-NO
           MOVE RK-CUST-ID        TO RH-CUST-ID
           MOVE AE-ROUTING-NO     TO RH-ROUTING-NO
           MOVE AE-BANK-ACCT-NO   TO RH-BANK-ACCT-NO
           MOVE AE-BANK-ACCT-TYPE TO RH-BANK-ACCT-TYPE
           MOVE RK-REFUND-AMT     TO RH-AMOUNT
           MOVE WS-TODAY-DATE     TO RH-EFFECTIVE-DATE
           MOVE RK-REFUND-NO      TO RH-TRACE-NO
           WRITE ACH-CREDIT-DETAIL
           MOVE AE-ROUTING-NO (1:8) TO WS-ROUTING-8
           ADD WS-ROUTING-8 TO WS-ENTRY-HASH
           ADD 1 TO WS-ACH-COUNT
           ADD RK-REFUND-AMT TO WS-ACH-DOLLARS.

      ******************************************************************
      * One memo ledger row per change in the refund's state -- the
      * caller sets WS-LH-TRAN-TYPE.  The refund left the loan when
      * it fell due, so the loan balance is carried unchanged.
      ******************************************************************
       0700-WRITE-HISTORY.
           MOVE RK-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO LM-CURRENT-BALANCE
           END-READ
           MOVE RK-LOAN-ACCT-NO      TO LH-LOAN-ACCT-NO
           MOVE RK-CUST-ID           TO LH-CUST-ID
           MOVE WS-LH-TRAN-TYPE      TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE        TO LH-TRAN-DATE
           MOVE RK-REFUND-AMT        TO LH-TRAN-AMT
           MOVE ZERO                 TO LH-PRINCIPAL-AMT
           MOVE ZERO                 TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE   TO LH-BALANCE-AFTER
           MOVE "RefundDisbursement" TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS            TO LH-TIMESTAMP
           MOVE SPACES               TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

      ******************************************************************
      * The caller fills RQ-REFUND-NO, RQ-LOAN-ACCT-NO and RQ-AMOUNT
      * and sets WS-EXCEPTION-REASON.
      ******************************************************************
       0720-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-REASON TO RQ-REASON
           MOVE WS-TODAY-DATE       TO RQ-RUN-DATE
           WRITE REFUND-EXCEPTION-RECORD.

       0800-WRITE-TRAILERS.
           MOVE SPACES           TO CHECK-ISSUE-TRAILER
           MOVE "T"              TO CK-TRL-RECORD-TYPE
           MOVE WS-CHECK-COUNT   TO CK-TRL-CHECK-COUNT
           MOVE WS-CHECK-DOLLARS TO CK-TRL-DOLLAR-TOTAL
           WRITE CHECK-ISSUE-TRAILER
           MOVE SPACES           TO ACH-CREDIT-TRAILER
           MOVE "T"              TO RH-TRL-RECORD-TYPE
           MOVE WS-ACH-COUNT     TO RH-TRL-ENTRY-COUNT
           MOVE WS-ACH-DOLLARS   TO RH-TRL-DOLLAR-TOTAL
           MOVE WS-ENTRY-HASH    TO RH-TRL-ENTRY-HASH
           WRITE ACH-CREDIT-TRAILER.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== RefundDisbursement CONTROL TOTALS ====="
           DISPLAY "REFUNDS CASHED:      " WS-CASHED-COUNT
           DISPLAY "CASHED DOLLARS:      " WS-CASHED-DOLLARS
           DISPLAY "PAID ITEMS REJECTED: " WS-PAID-REJECT-COUNT
           DISPLAY "REFUNDS QUEUED:      " WS-QUEUED-COUNT
           DISPLAY "ALREADY ON REFTRACK: " WS-DUP-COUNT
           DISPLAY "QUEUE ROWS REJECTED: " WS-DUE-REJECT-COUNT
           DISPLAY "CHECKS ISSUED:       " WS-CHECK-COUNT
           DISPLAY "CHECK DOLLARS:       " WS-CHECK-DOLLARS
           DISPLAY "ACH CREDITS SENT:    " WS-ACH-COUNT
           DISPLAY "ACH DOLLARS:         " WS-ACH-DOLLARS
           DISPLAY "ENTRY HASH:          " WS-ENTRY-HASH
           DISPLAY "REFUNDS HELD:        " WS-HELD-COUNT
           DISPLAY "HELD DOLLARS:        " WS-HELD-DOLLARS.
