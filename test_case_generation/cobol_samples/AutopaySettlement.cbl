       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopaySettlement.

      ******************************************************************
      * ACH debit settlement intake, run ahead of PaymentPosting.
      * Reads the originating bank's ACHRESP settlement file for the
      * debits AutopayOrigination sent: each settled ("S") debit
      * becomes one PAYMENTS row dated the debit's effective date,
      * so an automatic payment posts exactly like a lockbox or
      * branch payment; each returned ("R") debit becomes a
      * REVERSLS reversal transaction carrying the NACHA return code,
      * so it backs out through the posting run's own NSF path.  A
      * return also counts against the enrollment: a return that
      * says the account can't be debited again (closed, no
      * account, invalid number, unauthorized, authorization
      * revoked, frozen, or the borrower's own stop) SUSPENDs the
      * enrollment at once, and so does a second return of any
      * kind; the branch RESUMEs it through AutopayMaint once the
      * borrower sorts out the bank details.  A settled debit
      * clears the return count.  An item with no enrollment on
      * file goes to ACHEXCP for research instead of posting.
      * Like LockboxIntake, every item is STAGED in storage while
      * the file is read and nothing is released to PAYMENTS,
      * REVERSLS or the enrollment file until the bank's trailer
      * proves against the items -- an out-of-balance file fails
      * the step with RC 8 leaving nothing behind, so a rerun
      * can't double-post.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RESPONSE-FILE
               ASSIGN TO "ACHRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-FS.

           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-LOAN-ACCT-NO
               FILE STATUS IS WS-AE-FS.

           SELECT PAYMENTS-RECEIVED-FILE
               ASSIGN TO "PAYMENTS"
               ORGANIZATION IS SEQUENTIAL.

           SELECT PAYMENT-REVERSAL-FILE
               ASSIGN TO "REVERSLS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
               ASSIGN TO "ACHEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RESPONSE-FILE.
           COPY ACHRESP.

       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  PAYMENTS-RECEIVED-FILE.
           COPY PAYMTREC.

       FD  PAYMENT-REVERSAL-FILE.
           COPY RVSLREC.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  XA-RECORD-TYPE        PIC X(01).
           05  XA-LOAN-ACCT-NO       PIC X(12).
           05  XA-TRACE-NO           PIC 9(07).
           05  XA-EFFECTIVE-DATE     PIC 9(08).
           05  XA-AMOUNT             PIC 9(07)V99.
           05  XA-RETURN-CODE        PIC X(03).
           05  XA-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-AK-FS                 PIC X(02).
       01  WS-AK-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AK-EOF            VALUE "Y".
       01  WS-AE-FS                 PIC X(02).
       01  WS-AE-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-AE-OPEN           VALUE "Y".
       01  WS-AE-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-AE-FOUND          VALUE "Y".

       01  WS-ITEM-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-ITEM-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-SEEN-SW           PIC X(01) VALUE "N".
           88  WS-TRL-SEEN          VALUE "Y".
       01  WS-TRL-COUNT             PIC 9(07).
       01  WS-TRL-DOLLARS           PIC 9(11)V99.

       01  WS-SETTLED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-SETTLED-DOLLARS       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-RETURNED-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-SUSPENDED-COUNT       PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Return codes that mean the borrower's account can't be
      * debited again as enrolled -- one of these suspends the
      * enrollment on the first return.
      ******************************************************************
       01  WS-RETURN-CODE           PIC X(03).
           88  WS-HARD-RETURN       VALUE "R02" "R03" "R04" "R05"
                                          "R07" "R10" "R16" "R29".

      ******************************************************************
      * The staged items: nothing reaches PAYMENTS, REVERSLS or the
      * enrollment file until the trailer proof passes, so a file
      * that doesn't balance leaves no rows for PAYBAT to post and
      * a rerun starts clean.  The "S" or "R" type rides on the row.
      ******************************************************************
       01  WS-ITEMSTAGE-AREA.
           05  WS-IS-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-IS-ROW OCCURS 500 TIMES
                             INDEXED BY IS-IDX.
               10  WS-IS-TYPE            PIC X(01).
               10  WS-IS-LOAN-ACCT-NO    PIC X(12).
               10  WS-IS-EFFECTIVE-DATE  PIC 9(08).
               10  WS-IS-AMOUNT          PIC S9(07)V99 COMP-3.
               10  WS-IS-RETURN-CODE     PIC X(03).

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 8 when the settlement file doesn't
      * balance to its trailer, 12 if the keyed enrollment file
      * can't be opened or the file holds more items than can be
      * staged.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-OPEN-AUTOPAY
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN INPUT  ACH-RESPONSE-FILE
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-AK-FS = "00"
               PERFORM UNTIL WS-AK-EOF
                   READ ACH-RESPONSE-FILE
                       AT END
                           MOVE "Y" TO WS-AK-EOF-SW
                       NOT AT END
                           PERFORM 0300-PROCESS-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACH-RESPONSE-FILE
           END-IF
           CLOSE EXCEPTION-FILE
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0800-PROVE-TRAILER
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0900-RELEASE-STAGED-ITEMS
           END-IF
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
      * Opens the keyed enrollment file I-O.  No AUTOPAY dataset
      * means nobody is enrolled, so every item the bank sends is an
      * exception; anything else wrong with the open fails the run
      * with RC 12.
      ******************************************************************
       0150-OPEN-AUTOPAY.
           MOVE "N" TO WS-AE-OPEN-SW
           OPEN I-O AUTOPAY-FILE
           EVALUATE WS-AE-FS
               WHEN "00"
                   MOVE "Y" TO WS-AE-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AutopaySettlement: AUTOPAY OPEN FAILED FS="
                       WS-AE-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0300-PROCESS-ONE-RECORD.
           EVALUATE AK-RECORD-TYPE
               WHEN "H"
                   CONTINUE
               WHEN "S"
               WHEN "R"
                   ADD 1 TO WS-ITEM-COUNT
                   IF AK-AMOUNT NUMERIC
                       ADD AK-AMOUNT TO WS-ITEM-DOLLARS
                   END-IF
                   PERFORM 0400-STAGE-ITEM
               WHEN "T"
                   MOVE "Y" TO WS-TRL-SEEN-SW
                   MOVE AK-TRL-ITEM-COUNT TO WS-TRL-COUNT
                   MOVE AK-TRL-DOLLAR-TOTAL TO WS-TRL-DOLLARS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * An item is only postable if it names an enrolled loan and
      * carries a usable date and amount -- anything else goes to
      * ACHEXCP whole rather than posting against the wrong loan.
      ******************************************************************
       0400-STAGE-ITEM.
           MOVE "N" TO WS-AE-FOUND-SW
           IF WS-AE-OPEN
               MOVE AK-LOAN-ACCT-NO TO AE-LOAN-ACCT-NO
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AE-FOUND-SW
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-AE-FOUND
                   MOVE "NO AUTOPAY ENROLLMENT" TO XA-REASON
                   PERFORM 0450-WRITE-EXCEPTION
               WHEN AK-AMOUNT NOT NUMERIC
                    OR AK-EFFECTIVE-DATE NOT NUMERIC
                    OR AK-EFFECTIVE-DATE = ZERO
                   MOVE "UNUSABLE DATE OR AMOUNT" TO XA-REASON
                   PERFORM 0450-WRITE-EXCEPTION
               WHEN WS-IS-COUNT >= 500
                   DISPLAY "AutopaySettlement: STAGED ITEMS"
                       " EXCEED TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-AK-EOF-SW
               WHEN OTHER
                   SET IS-IDX TO WS-IS-COUNT
                   SET IS-IDX UP BY 1
                   MOVE AK-RECORD-TYPE    TO WS-IS-TYPE (IS-IDX)
                   MOVE AK-LOAN-ACCT-NO
                       TO WS-IS-LOAN-ACCT-NO (IS-IDX)
                   MOVE AK-EFFECTIVE-DATE
                       TO WS-IS-EFFECTIVE-DATE (IS-IDX)
                   MOVE AK-AMOUNT         TO WS-IS-AMOUNT (IS-IDX)
                   MOVE AK-RETURN-CODE
                       TO WS-IS-RETURN-CODE (IS-IDX)
                   ADD 1 TO WS-IS-COUNT
           END-EVALUATE.

       0450-WRITE-EXCEPTION.
           MOVE AK-RECORD-TYPE   TO XA-RECORD-TYPE
           MOVE AK-LOAN-ACCT-NO  TO XA-LOAN-ACCT-NO
           IF AK-TRACE-NO NUMERIC
               MOVE AK-TRACE-NO TO XA-TRACE-NO
           ELSE
               MOVE ZERO TO XA-TRACE-NO
           END-IF
           IF AK-EFFECTIVE-DATE NUMERIC
               MOVE AK-EFFECTIVE-DATE TO XA-EFFECTIVE-DATE
           ELSE
               MOVE ZERO TO XA-EFFECTIVE-DATE
           END-IF
           IF AK-AMOUNT NUMERIC
               MOVE AK-AMOUNT TO XA-AMOUNT
           ELSE
               MOVE ZERO TO XA-AMOUNT
           END-IF
           MOVE AK-RETURN-CODE   TO XA-RETURN-CODE
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-EXCEPTION-COUNT.

      ******************************************************************
      * Proves the settlement file against its own trailer.  A
      * missing trailer, or counts and dollars that don't tie, fails
      * the step with RC 8 -- operations gets the bank to resend
      * rather than posting half a settlement.
      ******************************************************************
       0800-PROVE-TRAILER.
           IF NOT WS-TRL-SEEN
               DISPLAY "AutopaySettlement: TRAILER MISSING"
               MOVE 8 TO RUN-RETURN-CODE
           ELSE
               IF WS-TRL-COUNT NOT = WS-ITEM-COUNT
                  OR WS-TRL-DOLLARS NOT = WS-ITEM-DOLLARS
                   DISPLAY "AutopaySettlement: SETTLEMENT FILE OUT OF"
                       " BALANCE"
                   DISPLAY "  TRAILER COUNT:   " WS-TRL-COUNT
                   DISPLAY "  ITEMS READ:      " WS-ITEM-COUNT
                   DISPLAY "  TRAILER DOLLARS: " WS-TRL-DOLLARS
                   DISPLAY "  ITEM DOLLARS:    " WS-ITEM-DOLLARS
                   MOVE 8 TO RUN-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * The trailer proved, so the staged items are released: the
      * settled debits append to the night's PAYMENTS file, the
      * returns join the night's reversal transactions, and each
      * item's enrollment is updated.
      ******************************************************************
       0900-RELEASE-STAGED-ITEMS.
           OPEN EXTEND PAYMENTS-RECEIVED-FILE
           OPEN EXTEND PAYMENT-REVERSAL-FILE
           PERFORM VARYING IS-IDX FROM 1 BY 1
                   UNTIL IS-IDX > WS-IS-COUNT
               MOVE WS-IS-LOAN-ACCT-NO (IS-IDX) TO AE-LOAN-ACCT-NO
               READ AUTOPAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-IS-TYPE (IS-IDX) = "S"
                           PERFORM 0910-RELEASE-SETTLEMENT
                       ELSE
                           PERFORM 0920-RELEASE-RETURN
                       END-IF
                       REWRITE AUTOPAY-ENROLLMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYMENTS-RECEIVED-FILE
           CLOSE PAYMENT-REVERSAL-FILE.

       0910-RELEASE-SETTLEMENT.
           MOVE WS-IS-LOAN-ACCT-NO (IS-IDX)   TO PY-LOAN-ACCT-NO
           MOVE AE-CUST-ID                    TO PY-CUST-ID
           MOVE WS-IS-EFFECTIVE-DATE (IS-IDX) TO PY-PAYMENT-DATE
           MOVE WS-IS-AMOUNT (IS-IDX)         TO PY-PAYMENT-AMT
           WRITE PAYMENT-RECEIVED-RECORD
           MOVE ZERO TO AE-RETURN-COUNT
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-IS-AMOUNT (IS-IDX) TO WS-SETTLED-DOLLARS.

      ******************************************************************
      * A return reverses the settled payment it matches on account,
      * date and amount, and suspends the enrollment on a hard
      * return code or the second return in a row.
      ******************************************************************
       0920-RELEASE-RETURN.
           MOVE WS-IS-LOAN-ACCT-NO (IS-IDX)   TO PV-LOAN-ACCT-NO
           MOVE WS-IS-EFFECTIVE-DATE (IS-IDX) TO PV-ORIG-PAYMENT-DATE
           MOVE WS-IS-AMOUNT (IS-IDX)         TO PV-ORIG-PAYMENT-AMT
           MOVE SPACES TO PV-NSF-REASON
           STRING "ACH RETURN " DELIMITED BY SIZE
                  WS-IS-RETURN-CODE (IS-IDX) DELIMITED BY SIZE
               INTO PV-NSF-REASON
           END-STRING
           WRITE PAYMENT-REVERSAL-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           ADD WS-IS-AMOUNT (IS-IDX) TO WS-RETURNED-DOLLARS
           IF AE-RETURN-COUNT < 99
               ADD 1 TO AE-RETURN-COUNT
           END-IF
           MOVE WS-IS-RETURN-CODE (IS-IDX) TO AE-LAST-RETURN-CODE
           MOVE WS-IS-RETURN-CODE (IS-IDX) TO WS-RETURN-CODE
           IF AE-ACTIVE
              AND (WS-HARD-RETURN OR AE-RETURN-COUNT >= 2)
               MOVE "SUSPEND " TO AE-STATUS
               ADD 1 TO WS-SUSPENDED-COUNT
           END-IF.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== AutopaySettlement CONTROL TOTALS ====="
           DISPLAY "DEBITS SETTLED:      " WS-SETTLED-COUNT
           DISPLAY "SETTLED DOLLARS:     " WS-SETTLED-DOLLARS
           DISPLAY "DEBITS RETURNED:     " WS-RETURNED-COUNT
           DISPLAY "RETURNED DOLLARS:    " WS-RETURNED-DOLLARS
           DISPLAY "ENROLLMENTS SUSPENDED:" WS-SUSPENDED-COUNT
           DISPLAY "EXCEPTION ITEMS:     " WS-EXCEPTION-COUNT.
