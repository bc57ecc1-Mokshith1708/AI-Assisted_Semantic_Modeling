       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPlacement.

      ******************************************************************
      * Outside collection agency placement.  A loan ChargeOffProcessing
      * has moved to CHGOFF used to sit until the borrower happened
      * to pay us directly; this run sends charged-off balances out
      * to the contracted agencies and brings them back.  The day's
      * AGYTRAN transactions are applied first -- RECALL pulls a
      * placed account back from its agency, PLACE sends an account
      * to a named agency -- and then one READ NEXT pass down the
      * loan master places every CHGOFF loan with a balance that has
      * never been placed, with the agency on the first AGYRULE row
      * it fits (booking branch, balance band).  The same pass
      * recalls any placed account that has stopped being a
      * charged-off balance (paid off or restored) or has gone under
      * a SVCHOLD servicing hold, and a loan under a hold is never
      * placed.  Each placement and recall is kept on the keyed
      * AGYPLACE file and lands on AGYAUD; what each agency needs to
      * hear goes out on AGYOUT as one header / detail / trailer
      * group per agency, with the CUSTMAST name, address and phone
      * on every detail.  AGYOUT leaves the shop, so everything in
      * it is DISPLAY format.  AgencyRemittance posts what the
      * agencies collect.  The operator on each AGYTRAN transaction
      * must hold a role entitled to AGYPLACE on ENTITLE; anyone
      * else's is rejected and logged to SECAUDIT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-TRAN-FILE
               ASSIGN TO "AGYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-FS.

           SELECT PLACEMENT-RULE-FILE
               ASSIGN TO "AGYRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PX-FS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-LOAN-ACCT-NO
               FILE STATUS IS WS-PL-FS.

           SELECT LOAN-MASTER-FILE
               ASSIGN TO "LOANMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS LM-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LM-FS.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT AGENCY-OUTBOUND-FILE
               ASSIGN TO "AGYOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAINTENANCE-AUDIT-FILE
               ASSIGN TO "AGYAUD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-TRAN-FILE.
           COPY AGYTRAN.

       FD  PLACEMENT-RULE-FILE.
           COPY AGYRULE.

       FD  AGENCY-PLACEMENT-FILE.
           COPY AGYPLACE.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  AGENCY-OUTBOUND-FILE.
       01  AGENCY-OUTBOUND-HEADER.
           05  AO-HDR-RECORD-TYPE    PIC X(01).
           05  AO-HDR-AGENCY-CODE    PIC X(04).
           05  AO-HDR-AGENCY-NAME    PIC X(30).
           05  AO-HDR-FILE-DATE      PIC 9(08).
           05  FILLER                PIC X(182).
       01  AGENCY-OUTBOUND-DETAIL.
           05  AO-RECORD-TYPE        PIC X(01).
           05  AO-AGENCY-CODE        PIC X(04).
           05  AO-ACTION             PIC X(06).
           05  AO-LOAN-ACCT-NO       PIC X(12).
           05  AO-CUST-ID            PIC X(10).
           05  AO-CUST-NAME          PIC X(35).
           05  AO-ADDR-LINE-1        PIC X(30).
           05  AO-ADDR-LINE-2        PIC X(30).
           05  AO-CITY               PIC X(20).
           05  AO-STATE              PIC X(02).
           05  AO-POSTAL-CODE        PIC X(10).
           05  AO-PHONE              PIC X(12).
           05  AO-BALANCE            PIC 9(09)V99.
           05  AO-COMMISSION-PCT     PIC 9(02)V99.
           05  AO-ACTION-DATE        PIC 9(08).
           05  AO-REASON             PIC X(30).
       01  AGENCY-OUTBOUND-TRAILER.
           05  AO-TRL-RECORD-TYPE    PIC X(01).
           05  AO-TRL-AGENCY-CODE    PIC X(04).
           05  AO-TRL-RECORD-COUNT   PIC 9(07).
           05  AO-TRL-BALANCE-TOTAL  PIC 9(11)V99.
           05  FILLER                PIC X(200).

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-USER-ID            PIC X(08).
           05  MA-ACTION             PIC X(06).
           05  MA-LOAN-ACCT-NO       PIC X(12).
           05  MA-CUST-ID            PIC X(10).
           05  MA-AGENCY-CODE        PIC X(04).
           05  MA-BALANCE            PIC S9(09)V99.
           05  MA-COMMISSION-PCT     PIC 9(02)V99.
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
       COPY SVHLDWS.
       COPY CIFWS.

       01  WS-AX-FS              PIC X(02).
       01  WS-PX-FS              PIC X(02).
       01  WS-PL-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-PL-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-PL-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-LM-EOF-SW          PIC X(01) VALUE "N".
           88  WS-LM-EOF         VALUE "Y".
       01  WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
           88  WS-TRAN-EOF       VALUE "Y".
       01  WS-PX-EOF-SW          PIC X(01) VALUE "N".
           88  WS-PX-EOF         VALUE "Y".

      ******************************************************************
      * The placement rules, loaded once and searched in file order.
      ******************************************************************
       01  WS-RULE-AREA.
           05  WS-PX-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-PX-ROW OCCURS 100 TIMES
                             INDEXED BY PX-IDX.
               10  WS-PX-AGENCY-CODE     PIC X(04).
               10  WS-PX-BRANCH-CODE     PIC X(04).
               10  WS-PX-MIN-BALANCE     PIC S9(07)V99 COMP-3.
               10  WS-PX-MAX-BALANCE     PIC S9(07)V99 COMP-3.
               10  WS-PX-COMMISSION-PCT  PIC 9(02)V99.
       01  WS-PX-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PX-FOUND          VALUE "Y".
       01  WS-WANTED-AGENCY         PIC X(04).

      ******************************************************************
      * One row per agency named on AGYRULE (or holding an account
      * being recalled), with the count and balance of what tonight
      * sends it -- the figures its AGYOUT trailer carries.
      ******************************************************************
       01  WS-AGENCY-AREA.
           05  WS-AG-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-AG-ROW OCCURS 50 TIMES
                             INDEXED BY AG-IDX.
               10  WS-AG-AGENCY-CODE     PIC X(04).
               10  WS-AG-AGENCY-NAME     PIC X(30).
               10  WS-AG-SENT-COUNT      PIC 9(07) COMP.
               10  WS-AG-SENT-BALANCE    PIC S9(11)V99 COMP-3.
       01  WS-AG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-AG-FOUND          VALUE "Y".
       01  WS-WORK-AGENCY-CODE      PIC X(04).
       01  WS-WORK-AGENCY-NAME      PIC X(30).

      ******************************************************************
      * Tonight's placements and recalls, held until the pass is
      * done so AGYOUT can go out grouped by agency.  An action that
      * would overflow the table isn't taken -- the account is left
      * as it was for the next run to pick up.
      ******************************************************************
       01  WS-OUTBOUND-AREA.
           05  WS-OA-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-OA-ROW OCCURS 500 TIMES
                             INDEXED BY OA-IDX.
               10  WS-OA-AGENCY-CODE     PIC X(04).
               10  WS-OA-ACTION          PIC X(06).
               10  WS-OA-LOAN-ACCT-NO    PIC X(12).
               10  WS-OA-CUST-ID         PIC X(10).
               10  WS-OA-BALANCE         PIC S9(09)V99 COMP-3.
               10  WS-OA-COMMISSION-PCT  PIC 9(02)V99.
               10  WS-OA-REASON          PIC X(30).
       01  WS-OA-FULL-SW            PIC X(01) VALUE "N".
           88  WS-OA-FULL           VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-OLD-STATUS         PIC X(08).
       01  WS-ACTION             PIC X(06).
       01  WS-SET-BY             PIC X(08).
       01  WS-RECALL-REASON      PIC X(30).

       01  WS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
       01  WS-REJECTED-COUNT     PIC 9(05) COMP VALUE ZERO.
       01  WS-NOT-ENTITLED-COUNT PIC 9(05) COMP VALUE ZERO.
       01  WS-PLACED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-PLACED-DOLLARS     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RECALLED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-UNPLACED-COUNT     PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed placement file,
      * loan master or servicing hold file can't be opened, the
      * rule, agency or outbound table overflows, or the entitlement
      * tables are unusable.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0130-LOAD-PLACEMENT-RULES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           PERFORM 0150-OPEN-KEYED-FILES
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND MAINTENANCE-AUDIT-FILE
           PERFORM 0200-APPLY-TRANSACTIONS
           PERFORM 0400-PLACEMENT-PASS
           CLOSE MAINTENANCE-AUDIT-FILE
           PERFORM 0800-WRITE-AGENCY-FILES
           CLOSE AGENCY-PLACEMENT-FILE
           CLOSE LOAN-MASTER-FILE
           IF WS-SH-OPEN
               CLOSE SERVICING-HOLD-FILE
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
      * No AGYRULE dataset means no agency is under contract yet:
      * nothing is placed automatically and a PLACE transaction has
      * no agency to name, but recalls still go through.
      ******************************************************************
       0130-LOAD-PLACEMENT-RULES.
           OPEN INPUT PLACEMENT-RULE-FILE
           IF WS-PX-FS = "00"
               MOVE "N" TO WS-PX-EOF-SW
               SET PX-IDX TO 1
               PERFORM UNTIL WS-PX-EOF
                   READ PLACEMENT-RULE-FILE
                       AT END
                           MOVE "Y" TO WS-PX-EOF-SW
                       NOT AT END
                           IF WS-PX-COUNT >= 100
                               DISPLAY "AgencyPlacement: AGYRULE"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-PX-EOF-SW
                           ELSE
                               PERFORM 0135-STORE-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLACEMENT-RULE-FILE
           END-IF.

       0135-STORE-RULE.
           MOVE PX-AGENCY-CODE    TO WS-PX-AGENCY-CODE (PX-IDX)
           MOVE PX-BRANCH-CODE    TO WS-PX-BRANCH-CODE (PX-IDX)
           MOVE PX-MIN-BALANCE    TO WS-PX-MIN-BALANCE (PX-IDX)
           MOVE PX-MAX-BALANCE    TO WS-PX-MAX-BALANCE (PX-IDX)
           MOVE PX-COMMISSION-PCT TO WS-PX-COMMISSION-PCT (PX-IDX)
           SET PX-IDX UP BY 1
           ADD 1 TO WS-PX-COUNT
           MOVE PX-AGENCY-CODE TO WS-WORK-AGENCY-CODE
           MOVE PX-AGENCY-NAME TO WS-WORK-AGENCY-NAME
           PERFORM 0137-REGISTER-AGENCY.

      ******************************************************************
      * Adds WS-WORK-AGENCY-CODE to the agency table if it isn't
      * there yet; either way AG-IDX is left on its row.
      ******************************************************************
       0137-REGISTER-AGENCY.
           PERFORM 0138-FIND-AGENCY
           IF NOT WS-AG-FOUND
               IF WS-AG-COUNT >= 50
                   DISPLAY "AgencyPlacement: AGENCY TABLE CAPACITY"
                       " EXCEEDED"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-AG-COUNT
                   SET AG-IDX TO WS-AG-COUNT
                   MOVE WS-WORK-AGENCY-CODE
                       TO WS-AG-AGENCY-CODE (AG-IDX)
                   MOVE WS-WORK-AGENCY-NAME
                       TO WS-AG-AGENCY-NAME (AG-IDX)
                   MOVE ZERO TO WS-AG-SENT-COUNT (AG-IDX)
                   MOVE ZERO TO WS-AG-SENT-BALANCE (AG-IDX)
                   MOVE "Y" TO WS-AG-FOUND-SW
               END-IF
           END-IF.

       0138-FIND-AGENCY.
           MOVE "N" TO WS-AG-FOUND-SW
           SET AG-IDX TO 1
           PERFORM UNTIL WS-AG-FOUND OR AG-IDX > WS-AG-COUNT
               IF WS-AG-AGENCY-CODE (AG-IDX) = WS-WORK-AGENCY-CODE
                   MOVE "Y" TO WS-AG-FOUND-SW
               ELSE
                   SET AG-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Loads the customer information file once at start-up so each
      * placement goes out with the borrower's name, address and
      * phone.  No CUSTMAST dataset, or no row for the customer,
      * sends the placement with those fields blank for the agency
      * to skip-trace.
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
      * Opens the keyed placement file I-O and the loan master for
      * reading.  No AGYPLACE dataset yet just means nothing has ever
      * been placed -- the file is created empty, the same first-run
      * treatment the other keyed servicing files get.  No SVCHOLD
      * dataset means nobody is on hold.  Anything else wrong with
      * an open fails the run with RC 12 before an account moves.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O AGENCY-PLACEMENT-FILE
           IF WS-PL-FS = "35"
               OPEN OUTPUT AGENCY-PLACEMENT-FILE
               CLOSE AGENCY-PLACEMENT-FILE
               OPEN I-O AGENCY-PLACEMENT-FILE
           END-IF
           IF WS-PL-FS NOT = "00"
               DISPLAY "AgencyPlacement: AGYPLACE OPEN FAILED FS="
                   WS-PL-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "AgencyPlacement: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE AGENCY-PLACEMENT-FILE
               ELSE
                   PERFORM 0155-OPEN-SERVICING-HOLDS
                   IF RUN-RETURN-CODE NOT = ZERO
                       CLOSE AGENCY-PLACEMENT-FILE
                       CLOSE LOAN-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

       0155-OPEN-SERVICING-HOLDS.
           MOVE "N" TO WS-SH-OPEN-SW
           OPEN INPUT SERVICING-HOLD-FILE
           EVALUATE WS-SH-FS
               WHEN "00"
                   MOVE "Y" TO WS-SH-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AgencyPlacement: SVCHOLD OPEN FAILED FS="
                       WS-SH-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the loan's servicing hold.  WS-SH-IN-FORCE
      * is "Y" only for an ACTIVE hold that has started and hasn't
      * reached its end date -- a borrower in bankruptcy, deceased
      * or in litigation is not a collection agency's to work.
      ******************************************************************
       0160-CHECK-SERVICING-HOLD.
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

      ******************************************************************
      * Reads the account's placement row, if it has one, into
      * AGENCY-PLACEMENT-RECORD.
      ******************************************************************
       0170-READ-PLACEMENT.
           MOVE "N" TO WS-PL-FOUND-SW
           MOVE SPACES TO WS-OLD-STATUS
           MOVE LM-LOAN-ACCT-NO TO PL-LOAN-ACCT-NO
           READ AGENCY-PLACEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PL-FOUND-SW
                   MOVE PL-STATUS TO WS-OLD-STATUS
           END-READ.

      ******************************************************************
      * No AGYTRAN dataset just means nobody asked for a placement
      * or a recall today.
      ******************************************************************
       0200-APPLY-TRANSACTIONS.
           OPEN INPUT AGENCY-TRAN-FILE
           IF WS-AX-FS = "00"
               PERFORM UNTIL WS-TRAN-EOF
                   READ AGENCY-TRAN-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SW
                       NOT AT END
                           PERFORM 0300-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE AGENCY-TRAN-FILE
           END-IF.

       0300-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-OLD-STATUS
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE AX-USER-ID TO WS-SET-BY
           MOVE AX-ACTION  TO WS-ACTION
           PERFORM 0305-CHECK-ENTITLEMENT
           IF EC-ENTITLED
               PERFORM 0310-EDIT-TRANSACTION
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE EC-REASON TO WS-EDIT-REASON
           END-IF
           IF WS-RECORD-VALID
               PERFORM 0330-EDIT-ACCOUNT
           END-IF
           IF NOT WS-RECORD-VALID
               PERFORM 0720-WRITE-REJECT-AUDIT
           ELSE
               IF AX-ACTION = "PLACE "
                   PERFORM 0500-PLACE-ACCOUNT
               ELSE
                   MOVE AX-REASON TO WS-RECALL-REASON
                   PERFORM 0600-RECALL-ACCOUNT
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

      ******************************************************************
      * The operator on the transaction must hold a role entitled
      * to AGYPLACE on ENTITLE; a refusal is rejected like any failed
      * edit and EntitlementCheck logs it to SECAUDIT.  Unusable
      * entitlement tables refuse everything and fail the step.
      ******************************************************************
       0305-CHECK-ENTITLEMENT.
           MOVE AX-USER-ID TO EC-OPERATOR-ID
           MOVE "AGYPLACE" TO EC-FUNCTION-CODE
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
               WHEN AX-USER-ID = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "USER ID MISSING" TO WS-EDIT-REASON
               WHEN AX-ACTION NOT = "PLACE "
                    AND AX-ACTION NOT = "RECALL"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACTION NOT RECOGNIZED" TO WS-EDIT-REASON
               WHEN AX-LOAN-ACCT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN ACCOUNT MISSING" TO WS-EDIT-REASON
               WHEN AX-ACTION = "RECALL"
                   CONTINUE
               WHEN AX-AGENCY-CODE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "AGENCY CODE MISSING" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * The account must be on the master.  A PLACE needs a charged-
      * off balance not already out with an agency nor under a
      * servicing hold, and an agency with a rule on AGYRULE to take
      * its commission rate from; a RECALL needs an account that is
      * out with an agency now.
      ******************************************************************
       0330-EDIT-ACCOUNT.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE AX-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
           END-READ
           IF WS-LM-FOUND
               PERFORM 0170-READ-PLACEMENT
               PERFORM 0160-CHECK-SERVICING-HOLD
           END-IF
           IF AX-ACTION = "PLACE " AND WS-LM-FOUND
               MOVE AX-AGENCY-CODE TO WS-WANTED-AGENCY
               PERFORM 0420-MATCH-RULE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ON MASTER" TO WS-EDIT-REASON
               WHEN AX-ACTION = "RECALL"
                   IF NOT WS-PL-FOUND OR NOT PL-PLACED
                       MOVE "N" TO WS-VALID-SW
                       MOVE "ACCOUNT NOT PLACED" TO WS-EDIT-REASON
                   END-IF
               WHEN LM-LOAN-STATUS NOT = "CHGOFF"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT CHARGED OFF" TO WS-EDIT-REASON
               WHEN LM-CURRENT-BALANCE <= ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "NO BALANCE TO PLACE" TO WS-EDIT-REASON
               WHEN WS-PL-FOUND AND PL-PLACED
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACCOUNT ALREADY PLACED" TO WS-EDIT-REASON
               WHEN WS-SH-IN-FORCE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACCOUNT UNDER SERVICING HOLD"
                       TO WS-EDIT-REASON
               WHEN NOT WS-PX-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "AGENCY NOT ON AGYRULE" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-RECORD-VALID AND WS-OA-COUNT >= 500
               MOVE "N" TO WS-VALID-SW
               MOVE "OUTBOUND TABLE FULL" TO WS-EDIT-REASON
               PERFORM 0560-REPORT-TABLE-FULL
           END-IF.

      ******************************************************************
      * One front-to-back pass down the primary key.  A placed
      * account that is no longer a charged-off balance, or has gone
      * under a servicing hold, is recalled; a charged-off balance
      * that has never been placed goes to the first agency whose
      * rule it fits, unless it is under a hold.  Accounts no rule
      * fits stay with us and are counted.
      ******************************************************************
       0400-PLACEMENT-PASS.
           MOVE "AUTO    " TO WS-SET-BY
           MOVE LOW-VALUES TO LM-LOAN-ACCT-NO
           START LOAN-MASTER-FILE
               KEY IS GREATER THAN LM-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-LM-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-LM-EOF-SW
           END-START
           PERFORM UNTIL WS-LM-EOF
               READ LOAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LM-EOF-SW
                   NOT AT END
                       PERFORM 0450-REVIEW-ONE-LOAN
               END-READ
           END-PERFORM.

       0450-REVIEW-ONE-LOAN.
           PERFORM 0170-READ-PLACEMENT
           EVALUATE TRUE
               WHEN WS-PL-FOUND AND PL-PLACED
                   PERFORM 0460-REVIEW-PLACED-LOAN
               WHEN WS-PL-FOUND
                   CONTINUE
               WHEN LM-LOAN-STATUS = "CHGOFF"
                    AND LM-CURRENT-BALANCE > ZERO
                   PERFORM 0470-REVIEW-UNPLACED-LOAN
           END-EVALUATE.

       0460-REVIEW-PLACED-LOAN.
           MOVE SPACES TO WS-RECALL-REASON
           IF LM-LOAN-STATUS NOT = "CHGOFF"
              OR LM-CURRENT-BALANCE <= ZERO
               MOVE "ACCOUNT NO LONGER CHARGED OFF"
                   TO WS-RECALL-REASON
           ELSE
               PERFORM 0160-CHECK-SERVICING-HOLD
               IF WS-SH-IN-FORCE
                   MOVE "SERVICING HOLD" TO WS-RECALL-REASON
                   ADD 1 TO WS-SH-SUPPRESSED-COUNT
               END-IF
           END-IF
           IF WS-RECALL-REASON NOT = SPACES
               IF WS-OA-COUNT >= 500
                   PERFORM 0560-REPORT-TABLE-FULL
               ELSE
                   MOVE "RECALL" TO WS-ACTION
                   PERFORM 0600-RECALL-ACCOUNT
               END-IF
           END-IF.

       0470-REVIEW-UNPLACED-LOAN.
           PERFORM 0160-CHECK-SERVICING-HOLD
           IF WS-SH-IN-FORCE
               ADD 1 TO WS-SH-SUPPRESSED-COUNT
           ELSE
               MOVE SPACES TO WS-WANTED-AGENCY
               PERFORM 0420-MATCH-RULE
               EVALUATE TRUE
                   WHEN NOT WS-PX-FOUND
                       ADD 1 TO WS-UNPLACED-COUNT
                   WHEN WS-OA-COUNT >= 500
                       PERFORM 0560-REPORT-TABLE-FULL
                   WHEN OTHER
                       MOVE "PLACE " TO WS-ACTION
                       PERFORM 0500-PLACE-ACCOUNT
               END-EVALUATE
           END-IF.

      ******************************************************************
      * The first AGYRULE row the loan in LOAN-MASTER-RECORD fits --
      * its booking branch (or a blank branch) and a balance inside
      * the band.  WS-WANTED-AGENCY, when set, only looks at that
      * agency's rows, and if none of them fits the balance the
      * agency's first row is used: a named placement goes through
      * at the agency's standard rate.
      ******************************************************************
       0420-MATCH-RULE.
           MOVE "N" TO WS-PX-FOUND-SW
           SET PX-IDX TO 1
           PERFORM UNTIL WS-PX-FOUND OR PX-IDX > WS-PX-COUNT
               IF (WS-WANTED-AGENCY = SPACES
                   OR WS-PX-AGENCY-CODE (PX-IDX) = WS-WANTED-AGENCY)
                  AND (WS-PX-BRANCH-CODE (PX-IDX) = SPACES
                   OR WS-PX-BRANCH-CODE (PX-IDX) = LM-BRANCH-CODE)
                  AND LM-CURRENT-BALANCE >=
                      WS-PX-MIN-BALANCE (PX-IDX)
                  AND (WS-PX-MAX-BALANCE (PX-IDX) = ZERO
                   OR LM-CURRENT-BALANCE <=
                      WS-PX-MAX-BALANCE (PX-IDX))
                   MOVE "Y" TO WS-PX-FOUND-SW
               ELSE
                   SET PX-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-PX-FOUND AND WS-WANTED-AGENCY NOT = SPACES
               SET PX-IDX TO 1
               PERFORM UNTIL WS-PX-FOUND OR PX-IDX > WS-PX-COUNT
                   IF WS-PX-AGENCY-CODE (PX-IDX) = WS-WANTED-AGENCY
                       MOVE "Y" TO WS-PX-FOUND-SW
                   ELSE
                       SET PX-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Places the loan in LOAN-MASTER-RECORD with the agency on rule
      * PX-IDX.  A RECALLED row is reused and starts the new
      * placement's collections from zero -- the old placement's
      * figures are already on the commission register.
      ******************************************************************
       0500-PLACE-ACCOUNT.
           MOVE LM-LOAN-ACCT-NO    TO PL-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO PL-CUST-ID
           MOVE LM-BRANCH-CODE     TO PL-BRANCH-CODE
           MOVE WS-PX-AGENCY-CODE (PX-IDX) TO PL-AGENCY-CODE
           MOVE "PLACED  "         TO PL-STATUS
           MOVE WS-TODAY-DATE      TO PL-PLACED-DATE
           MOVE LM-CURRENT-BALANCE TO PL-PLACED-BALANCE
           MOVE WS-PX-COMMISSION-PCT (PX-IDX) TO PL-COMMISSION-PCT
           MOVE ZERO               TO PL-GROSS-COLLECTED
           MOVE ZERO               TO PL-COMMISSION-AMT
           MOVE ZERO               TO PL-LAST-REMIT-DATE
           MOVE ZERO               TO PL-RECALL-DATE
           MOVE SPACES             TO PL-RECALL-REASON
           MOVE WS-SET-BY          TO PL-SET-BY
           IF WS-PL-FOUND
               REWRITE AGENCY-PLACEMENT-RECORD
           ELSE
               WRITE AGENCY-PLACEMENT-RECORD
           END-IF
           MOVE SPACES TO WS-RECALL-REASON
           PERFORM 0550-ADD-OUTBOUND-ROW
           ADD 1 TO WS-PLACED-COUNT
           ADD LM-CURRENT-BALANCE TO WS-PLACED-DOLLARS
           PERFORM 0710-WRITE-APPLIED-AUDIT.

      ******************************************************************
      * Queues the placement row's action (WS-ACTION) for its agency's
      * AGYOUT group; the balance sent is what the loan owes today.
      ******************************************************************
       0550-ADD-OUTBOUND-ROW.
           ADD 1 TO WS-OA-COUNT
           SET OA-IDX TO WS-OA-COUNT
           MOVE PL-AGENCY-CODE     TO WS-OA-AGENCY-CODE (OA-IDX)
           MOVE WS-ACTION          TO WS-OA-ACTION (OA-IDX)
           MOVE PL-LOAN-ACCT-NO    TO WS-OA-LOAN-ACCT-NO (OA-IDX)
           MOVE PL-CUST-ID         TO WS-OA-CUST-ID (OA-IDX)
           MOVE LM-CURRENT-BALANCE TO WS-OA-BALANCE (OA-IDX)
           MOVE PL-COMMISSION-PCT  TO WS-OA-COMMISSION-PCT (OA-IDX)
           MOVE WS-RECALL-REASON   TO WS-OA-REASON (OA-IDX)
           MOVE PL-AGENCY-CODE     TO WS-WORK-AGENCY-CODE
           MOVE SPACES             TO WS-WORK-AGENCY-NAME
           PERFORM 0137-REGISTER-AGENCY.

       0560-REPORT-TABLE-FULL.
           IF NOT WS-OA-FULL
               DISPLAY "AgencyPlacement: OUTBOUND TABLE CAPACITY"
                   " EXCEEDED - REMAINING ACCOUNTS HELD FOR NEXT RUN"
               MOVE "Y" TO WS-OA-FULL-SW
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * Brings the placed account in AGENCY-PLACEMENT-RECORD back from
      * its agency for WS-RECALL-REASON.  The agency hears about it
      * on tonight's AGYOUT.
      ******************************************************************
       0600-RECALL-ACCOUNT.
           MOVE "RECALLED"       TO PL-STATUS
           MOVE WS-TODAY-DATE    TO PL-RECALL-DATE
           MOVE WS-RECALL-REASON TO PL-RECALL-REASON
           MOVE WS-SET-BY        TO PL-SET-BY
           REWRITE AGENCY-PLACEMENT-RECORD
           PERFORM 0550-ADD-OUTBOUND-ROW
           ADD 1 TO WS-RECALLED-COUNT
           PERFORM 0710-WRITE-APPLIED-AUDIT.

       0710-WRITE-APPLIED-AUDIT.
           MOVE WS-SET-BY          TO MA-USER-ID
           MOVE WS-ACTION          TO MA-ACTION
           MOVE PL-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           MOVE PL-CUST-ID         TO MA-CUST-ID
           MOVE PL-AGENCY-CODE     TO MA-AGENCY-CODE
           MOVE LM-CURRENT-BALANCE TO MA-BALANCE
           MOVE PL-COMMISSION-PCT  TO MA-COMMISSION-PCT
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE PL-STATUS          TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "APPLIED "         TO MA-DISPOSITION
           MOVE WS-RECALL-REASON   TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD.

       0720-WRITE-REJECT-AUDIT.
           MOVE AX-USER-ID         TO MA-USER-ID
           MOVE AX-ACTION          TO MA-ACTION
           MOVE AX-LOAN-ACCT-NO    TO MA-LOAN-ACCT-NO
           IF WS-LM-FOUND
               MOVE LM-CUST-ID     TO MA-CUST-ID
           ELSE
               MOVE SPACES         TO MA-CUST-ID
           END-IF
           MOVE AX-AGENCY-CODE     TO MA-AGENCY-CODE
           MOVE ZERO               TO MA-BALANCE
           MOVE ZERO               TO MA-COMMISSION-PCT
           MOVE WS-OLD-STATUS      TO MA-OLD-STATUS
           MOVE WS-OLD-STATUS      TO MA-NEW-STATUS
           MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
           MOVE "REJECTED"         TO MA-DISPOSITION
           MOVE WS-EDIT-REASON     TO MA-REASON
           WRITE MAINTENANCE-AUDIT-RECORD
           ADD 1 TO WS-REJECTED-COUNT.

      ******************************************************************
      * One header / detail / trailer group per agency with anything
      * to hear tonight, in AGYRULE order; the trailer's count and
      * balance total let the agency prove it got the whole group.
      * An agency with nothing new gets no group.
      ******************************************************************
       0800-WRITE-AGENCY-FILES.
           OPEN OUTPUT AGENCY-OUTBOUND-FILE
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > WS-AG-COUNT
               PERFORM 0850-WRITE-ONE-AGENCY
           END-PERFORM
           CLOSE AGENCY-OUTBOUND-FILE.

       0850-WRITE-ONE-AGENCY.
           PERFORM VARYING OA-IDX FROM 1 BY 1
                   UNTIL OA-IDX > WS-OA-COUNT
               IF WS-OA-AGENCY-CODE (OA-IDX) =
                       WS-AG-AGENCY-CODE (AG-IDX)
                   IF WS-AG-SENT-COUNT (AG-IDX) = ZERO
                       PERFORM 0860-WRITE-AGENCY-HEADER
                   END-IF
                   PERFORM 0870-WRITE-AGENCY-DETAIL
               END-IF
           END-PERFORM
           IF WS-AG-SENT-COUNT (AG-IDX) > ZERO
               MOVE SPACES TO AGENCY-OUTBOUND-TRAILER
               MOVE "T" TO AO-TRL-RECORD-TYPE
               MOVE WS-AG-AGENCY-CODE (AG-IDX) TO AO-TRL-AGENCY-CODE
               MOVE WS-AG-SENT-COUNT (AG-IDX) TO AO-TRL-RECORD-COUNT
               MOVE WS-AG-SENT-BALANCE (AG-IDX)
                   TO AO-TRL-BALANCE-TOTAL
               WRITE AGENCY-OUTBOUND-TRAILER
           END-IF.

       0860-WRITE-AGENCY-HEADER.
           MOVE SPACES TO AGENCY-OUTBOUND-HEADER
           MOVE "H" TO AO-HDR-RECORD-TYPE
           MOVE WS-AG-AGENCY-CODE (AG-IDX) TO AO-HDR-AGENCY-CODE
           MOVE WS-AG-AGENCY-NAME (AG-IDX) TO AO-HDR-AGENCY-NAME
           MOVE WS-TODAY-DATE TO AO-HDR-FILE-DATE
           WRITE AGENCY-OUTBOUND-HEADER.

       0870-WRITE-AGENCY-DETAIL.
           MOVE SPACES TO AGENCY-OUTBOUND-DETAIL
           MOVE "D" TO AO-RECORD-TYPE
           MOVE WS-OA-AGENCY-CODE (OA-IDX)    TO AO-AGENCY-CODE
           MOVE WS-OA-ACTION (OA-IDX)         TO AO-ACTION
           MOVE WS-OA-LOAN-ACCT-NO (OA-IDX)   TO AO-LOAN-ACCT-NO
           MOVE WS-OA-CUST-ID (OA-IDX)        TO AO-CUST-ID
           MOVE WS-OA-BALANCE (OA-IDX)        TO AO-BALANCE
           MOVE WS-OA-COMMISSION-PCT (OA-IDX) TO AO-COMMISSION-PCT
           MOVE WS-TODAY-DATE                 TO AO-ACTION-DATE
           MOVE WS-OA-REASON (OA-IDX)         TO AO-REASON
           MOVE WS-OA-CUST-ID (OA-IDX) TO WS-CF-LOOKUP-ID
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX)   TO AO-CUST-NAME
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX) TO AO-ADDR-LINE-1
               MOVE WS-CF-ADDR-LINE-2 (CF-IDX) TO AO-ADDR-LINE-2
               MOVE WS-CF-CITY (CF-IDX)        TO AO-CITY
               MOVE WS-CF-STATE (CF-IDX)       TO AO-STATE
               MOVE WS-CF-POSTAL-CODE (CF-IDX) TO AO-POSTAL-CODE
               MOVE WS-CF-PHONE (CF-IDX)       TO AO-PHONE
           END-IF
           WRITE AGENCY-OUTBOUND-DETAIL
           ADD 1 TO WS-AG-SENT-COUNT (AG-IDX)
           ADD WS-OA-BALANCE (OA-IDX) TO WS-AG-SENT-BALANCE (AG-IDX).

       0950-DISPLAY-TOTALS.
           DISPLAY "===== AgencyPlacement CONTROL TOTALS ====="
           DISPLAY "TRANS APPLIED:       " WS-APPLIED-COUNT
           DISPLAY "TRANS REJECTED:      " WS-REJECTED-COUNT
           DISPLAY "NOT ENTITLED:        " WS-NOT-ENTITLED-COUNT
           DISPLAY "ACCOUNTS PLACED:     " WS-PLACED-COUNT
           DISPLAY "DOLLARS PLACED:      " WS-PLACED-DOLLARS
           DISPLAY "ACCOUNTS RECALLED:   " WS-RECALLED-COUNT
           DISPLAY "NO RULE FITS:        " WS-UNPLACED-COUNT
           DISPLAY "HELD BY SVCHOLD:     " WS-SH-SUPPRESSED-COUNT.
