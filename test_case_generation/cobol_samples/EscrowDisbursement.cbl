       IDENTIFICATION DIVISION.
       PROGRAM-ID. EscrowDisbursement.

      ******************************************************************
      * Pays the day's property tax and hazard insurance bills out of
      * escrow.  Each ESCBILLS row names the loan whose escrow pays
      * it; a bill against an ACTIVE escrow account on an OPEN loan
      * comes off ES-ESCROW-BALANCE, adds to the tax or insurance
      * disbursed figure the annual analysis projects from, gets an
      * ESCDISB row on the permanent LOANHIST ledger, and goes out
      * as one all-DISPLAY ESCPAYMT detail for Treasury to cut the
      * check to the taxing authority or carrier -- header and
      * trailer with count and dollar total, the same envelope
      * FUNDINST gives the cash-management system.  A bill bigger
      * than the balance is still paid (a lapsed policy or a tax
      * lien costs far more than the advance) and the balance goes
      * negative for the next analysis to collect as a shortage.
      * Anything else -- no escrow, escrow closed, loan not OPEN,
      * an unknown bill type or a zero amount -- goes to ESCBREJ
      * for the branch to research.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-BILL-FILE
               ASSIGN TO "ESCBILLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EB-FS.

           SELECT ESCROW-FILE
               ASSIGN TO "ESCROW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ES-LOAN-ACCT-NO
               FILE STATUS IS WS-ES-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT ESCROW-PAYMENT-FILE
               ASSIGN TO "ESCPAYMT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BILL-REJECT-FILE
               ASSIGN TO "ESCBREJ"
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
       FD  ESCROW-BILL-FILE.
           COPY ESCBILL.

       FD  ESCROW-FILE.
           COPY ESCROWRC.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  ESCROW-PAYMENT-FILE.
       01  ESCROW-PAYMENT-HEADER.
           05  PI-HDR-RECORD-TYPE    PIC X(01).
           05  PI-HDR-COMPANY        PIC X(20).
           05  PI-HDR-VALUE-DATE     PIC 9(08).
           05  FILLER                PIC X(54).
       01  ESCROW-PAYMENT-DETAIL.
           05  PI-RECORD-TYPE        PIC X(01).
           05  PI-LOAN-ACCT-NO       PIC X(12).
           05  PI-CUST-ID            PIC X(10).
           05  PI-BILL-TYPE          PIC X(04).
           05  PI-PAYEE-NAME         PIC X(30).
           05  PI-AMOUNT             PIC 9(07)V99.
           05  PI-DUE-DATE           PIC 9(08).
           05  PI-VALUE-DATE         PIC 9(08).
           05  FILLER                PIC X(01).
       01  ESCROW-PAYMENT-TRAILER.
           05  PI-TRL-RECORD-TYPE    PIC X(01).
           05  PI-TRL-RECORD-COUNT   PIC 9(07).
           05  PI-TRL-DOLLAR-TOTAL   PIC 9(11)V99.
           05  FILLER                PIC X(62).

       FD  BILL-REJECT-FILE.
       01  BILL-REJECT-RECORD.
           05  BR-LOAN-ACCT-NO       PIC X(12).
           05  BR-BILL-TYPE          PIC X(04).
           05  BR-PAYEE-NAME         PIC X(30).
           05  BR-BILL-AMT           PIC 9(07)V99.
           05  BR-REASON             PIC X(30).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-EB-FS                 PIC X(02).
       01  WS-ES-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-EB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-EB-EOF            VALUE "Y".
       01  WS-ES-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-ES-FOUND          VALUE "Y".
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-REJECT-REASON         PIC X(30).

       01  WS-PAID-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-PAID-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ADVANCE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed escrow file or
      * loan master can't be opened.
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
           OPEN OUTPUT ESCROW-PAYMENT-FILE
           OPEN OUTPUT BILL-REJECT-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           PERFORM 0180-WRITE-HEADER
           PERFORM 0200-PAY-BILLS
           PERFORM 0400-WRITE-TRAILER
           CLOSE ESCROW-PAYMENT-FILE
           CLOSE BILL-REJECT-FILE
           CLOSE LOAN-HISTORY-FILE
           CLOSE ESCROW-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== EscrowDisbursement CONTROL TOTALS ====="
           DISPLAY "BILLS PAID:          " WS-PAID-COUNT
           DISPLAY "DOLLARS PAID:        " WS-PAID-DOLLARS
           DISPLAY "PAID ON ADVANCE:     " WS-ADVANCE-COUNT
           DISPLAY "BILLS REJECTED:      " WS-REJECT-COUNT
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
      * Opens the keyed escrow file I-O and the loan master for
      * keyed reads.  Anything wrong with either open fails the run
      * with RC 12 before a single bill is paid -- an escrow file
      * that isn't there means escrow was never set up, and the
      * bills that named it need researching, not paying.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O ESCROW-FILE
           IF WS-ES-FS NOT = "00"
               DISPLAY "EscrowDisbursement: ESCROW OPEN FAILED FS="
                   WS-ES-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "EscrowDisbursement: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE ESCROW-FILE
               END-IF
           END-IF.

       0180-WRITE-HEADER.
           MOVE SPACES        TO ESCROW-PAYMENT-HEADER
           MOVE "H"           TO PI-HDR-RECORD-TYPE
           MOVE "CONSUMER LENDING" TO PI-HDR-COMPANY
           MOVE WS-TODAY-DATE TO PI-HDR-VALUE-DATE
           WRITE ESCROW-PAYMENT-HEADER.

      ******************************************************************
      * No ESCBILLS dataset just means no bills came in today.
      ******************************************************************
       0200-PAY-BILLS.
           OPEN INPUT ESCROW-BILL-FILE
           IF WS-EB-FS = "00"
               MOVE "N" TO WS-EB-EOF-SW
               PERFORM UNTIL WS-EB-EOF
                   READ ESCROW-BILL-FILE
                       AT END
                           MOVE "Y" TO WS-EB-EOF-SW
                       NOT AT END
                           PERFORM 0300-PAY-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE ESCROW-BILL-FILE
           END-IF.

      ******************************************************************
      * One keyed read each of the escrow account and its loan.
      ******************************************************************
       0250-READ-ESCROW-AND-LOAN.
           MOVE "N" TO WS-ES-FOUND-SW
           MOVE EB-LOAN-ACCT-NO TO ES-LOAN-ACCT-NO
           READ ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ES-ESCROW-STATUS = "ACTIVE  "
                       MOVE "Y" TO WS-ES-FOUND-SW
                   END-IF
           END-READ
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE EB-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ.

       0300-PAY-ONE-BILL.
           PERFORM 0250-READ-ESCROW-AND-LOAN
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN EB-BILL-TYPE NOT = "TAX "
                    AND EB-BILL-TYPE NOT = "INS "
                   MOVE "BILL TYPE NOT TAX OR INS"
                       TO WS-REJECT-REASON
               WHEN EB-BILL-AMT NOT NUMERIC
                    OR EB-BILL-AMT = ZERO
                   MOVE "BILL AMOUNT MISSING" TO WS-REJECT-REASON
               WHEN EB-PAYEE-NAME = SPACES
                   MOVE "PAYEE MISSING" TO WS-REJECT-REASON
               WHEN NOT WS-ES-FOUND
                   MOVE "NO ACTIVE ESCROW FOR LOAN"
                       TO WS-REJECT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "NO OPEN LOAN FOR ACCOUNT"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 0380-WRITE-REJECT
           ELSE
               PERFORM 0350-DISBURSE-ONE-BILL
           END-IF.

       0350-DISBURSE-ONE-BILL.
           SUBTRACT EB-BILL-AMT FROM ES-ESCROW-BALANCE
           IF EB-BILL-TYPE = "TAX "
               ADD EB-BILL-AMT TO ES-TAX-DISBURSED
           ELSE
               ADD EB-BILL-AMT TO ES-INS-DISBURSED
           END-IF
           REWRITE ESCROW-RECORD
           IF ES-ESCROW-BALANCE < ZERO
               ADD 1 TO WS-ADVANCE-COUNT
           END-IF
           MOVE SPACES          TO ESCROW-PAYMENT-DETAIL
           MOVE "D"             TO PI-RECORD-TYPE
           MOVE EB-LOAN-ACCT-NO TO PI-LOAN-ACCT-NO
           MOVE ES-CUST-ID      TO PI-CUST-ID
           MOVE EB-BILL-TYPE    TO PI-BILL-TYPE
           MOVE EB-PAYEE-NAME   TO PI-PAYEE-NAME
           MOVE EB-BILL-AMT     TO PI-AMOUNT
           MOVE EB-DUE-DATE     TO PI-DUE-DATE
           MOVE WS-TODAY-DATE   TO PI-VALUE-DATE
           WRITE ESCROW-PAYMENT-DETAIL
           PERFORM 0360-WRITE-DISBURSEMENT-HISTORY
           ADD 1 TO WS-PAID-COUNT
           ADD EB-BILL-AMT TO WS-PAID-DOLLARS.

      ******************************************************************
      * One permanent LOANHIST ledger row per bill paid; the loan
      * balance is carried unchanged -- escrow never touches it.
      ******************************************************************
       0360-WRITE-DISBURSEMENT-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE "ESCDISB "          TO LH-TRAN-TYPE
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE EB-BILL-AMT         TO LH-TRAN-AMT
           MOVE ZERO                TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "EscrowDisbursement" TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0380-WRITE-REJECT.
           MOVE EB-LOAN-ACCT-NO  TO BR-LOAN-ACCT-NO
           MOVE EB-BILL-TYPE     TO BR-BILL-TYPE
           MOVE EB-PAYEE-NAME    TO BR-PAYEE-NAME
           IF EB-BILL-AMT NUMERIC
               MOVE EB-BILL-AMT  TO BR-BILL-AMT
           ELSE
               MOVE ZERO         TO BR-BILL-AMT
           END-IF
           MOVE WS-REJECT-REASON TO BR-REASON
           WRITE BILL-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       0400-WRITE-TRAILER.
           MOVE SPACES          TO ESCROW-PAYMENT-TRAILER
           MOVE "T"             TO PI-TRL-RECORD-TYPE
           MOVE WS-PAID-COUNT   TO PI-TRL-RECORD-COUNT
           MOVE WS-PAID-DOLLARS TO PI-TRL-DOLLAR-TOTAL
           WRITE ESCROW-PAYMENT-TRAILER.
