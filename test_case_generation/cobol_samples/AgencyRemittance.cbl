       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyRemittance.

      ******************************************************************
      * Collection agency remittance posting -- the inbound half of
      * the agency interface AgencyPlacement sends out.  Each AGYREMIT
      * row is one collection an agency made on an account we placed
      * with it.  The borrower's charged-off balance comes down by
      * the whole amount collected; the agency's contingency
      * commission, at the rate fixed on the AGYPLACE row when the
      * account was placed, comes off before anything reaches us, so
      * the recovery posts net: one RECOVERY register row at the net
      * amount for the allowance (the same register PaymentPosting's
      * recovery path writes), a LOANHIST RECOVERY row at the net
      * amount, and an AGYCOMM memo row for the commission so the
      * loan's history explains the whole balance movement.  The
      * commission itself goes to the AGYCOMMR register per agency
      * and is accumulated on the placement row, never to the
      * allowance.  A balance collected in full closes the loan and
      * the placement.  A remittance for an account not placed with
      * that agency, collected outside the placement, or bigger than
      * the balance still owed is rejected to AGYRMRJ for the
      * recovery unit to research with the agency.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-REMITTANCE-FILE
               ASSIGN TO "AGYREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AM-FS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT RECOVERY-REGISTER-FILE
               ASSIGN TO "RECOVERY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMISSION-REGISTER-FILE
               ASSIGN TO "AGYCOMMR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-REJECT-FILE
               ASSIGN TO "AGYRMRJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-REMITTANCE-FILE.
           COPY AGYREMIT.

       FD  AGENCY-PLACEMENT-FILE.
           COPY AGYPLACE.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  RECOVERY-REGISTER-FILE.
       01  RECOVERY-REGISTER-RECORD.
           05  RC-LOAN-ACCT-NO       PIC X(12).
           05  RC-CUST-ID            PIC X(10).
           05  RC-BRANCH-CODE        PIC X(04).
           05  RC-RECOVERY-AMT       PIC S9(07)V99.
           05  RC-REMAINING-BALANCE  PIC S9(09)V99.
           05  RC-PAYMENT-DATE       PIC 9(08).

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       FD  COMMISSION-REGISTER-FILE.
       01  COMMISSION-REGISTER-RECORD.
           05  CN-AGENCY-CODE        PIC X(04).
           05  CN-LOAN-ACCT-NO       PIC X(12).
           05  CN-CUST-ID            PIC X(10).
           05  CN-BRANCH-CODE        PIC X(04).
           05  CN-COLLECTED-DATE     PIC 9(08).
           05  CN-GROSS-AMT          PIC S9(07)V99.
           05  CN-COMMISSION-PCT     PIC 9(02)V99.
           05  CN-COMMISSION-AMT     PIC S9(07)V99.
           05  CN-NET-AMT            PIC S9(07)V99.
           05  CN-POSTED-DATE        PIC 9(08).

       FD  REMITTANCE-REJECT-FILE.
       01  REMITTANCE-REJECT-RECORD.
           05  RJ-AGENCY-CODE        PIC X(04).
           05  RJ-LOAN-ACCT-NO       PIC X(12).
           05  RJ-COLLECTED-AMT      PIC 9(07)V99.
           05  RJ-COLLECTED-DATE     PIC 9(08).
           05  RJ-REASON             PIC X(30).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY VALIDWS.
       COPY BIZDTWS.

       01  WS-AM-FS              PIC X(02).
       01  WS-PL-FS              PIC X(02).
       01  WS-LM-FS              PIC X(02).
       01  WS-PL-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-PL-OPEN        VALUE "Y".
       01  WS-PL-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-PL-FOUND       VALUE "Y".
       01  WS-LM-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-LM-FOUND       VALUE "Y".
       01  WS-AM-EOF-SW          PIC X(01) VALUE "N".
           88  WS-AM-EOF         VALUE "Y".

       01  WS-TODAY-DATE         PIC 9(08).
       01  WS-COMMISSION-AMT     PIC S9(07)V99 COMP-3.
       01  WS-NET-AMT            PIC S9(07)V99 COMP-3.

       01  WS-POSTED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-PAID-IN-FULL-COUNT PIC 9(07) COMP VALUE ZERO.
       01  WS-GROSS-DOLLARS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-COMMISSION-DOLLARS PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-NET-DOLLARS        PIC S9(11)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master or
      * placement file can't be opened.
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
           PERFORM 0200-POST-REMITTANCES
           CLOSE LOAN-MASTER-FILE
           IF WS-PL-OPEN
               CLOSE AGENCY-PLACEMENT-FILE
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
      * Opens the loan master and the placement file I-O.  No
      * AGYPLACE dataset means nothing has ever been placed, so every
      * remittance rejects; anything else wrong with either open
      * fails the run with RC 12 before a dollar posts.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O LOAN-MASTER-FILE
           IF WS-LM-FS NOT = "00"
               DISPLAY "AgencyRemittance: LOANMAST OPEN FAILED FS="
                   WS-LM-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-PL-OPEN-SW
               OPEN I-O AGENCY-PLACEMENT-FILE
               EVALUATE WS-PL-FS
                   WHEN "00"
                       MOVE "Y" TO WS-PL-OPEN-SW
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "AgencyRemittance: AGYPLACE OPEN FAILED"
                           " FS=" WS-PL-FS
                       MOVE 12 TO RUN-RETURN-CODE
                       CLOSE LOAN-MASTER-FILE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * No AGYREMIT dataset just means no agency remitted today.
      ******************************************************************
       0200-POST-REMITTANCES.
           OPEN OUTPUT RECOVERY-REGISTER-FILE
           OPEN OUTPUT COMMISSION-REGISTER-FILE
           OPEN OUTPUT REMITTANCE-REJECT-FILE
           OPEN EXTEND LOAN-HISTORY-FILE
           OPEN INPUT  AGENCY-REMITTANCE-FILE
           IF WS-AM-FS = "00"
               MOVE "N" TO WS-AM-EOF-SW
               PERFORM UNTIL WS-AM-EOF
                   READ AGENCY-REMITTANCE-FILE
                       AT END
                           MOVE "Y" TO WS-AM-EOF-SW
                       NOT AT END
                           PERFORM 0300-POST-ONE-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE AGENCY-REMITTANCE-FILE
           END-IF
           CLOSE RECOVERY-REGISTER-FILE
           CLOSE COMMISSION-REGISTER-FILE
           CLOSE REMITTANCE-REJECT-FILE
           CLOSE LOAN-HISTORY-FILE.

       0300-POST-ONE-REMITTANCE.
           PERFORM 0310-EDIT-REMITTANCE
           IF WS-RECORD-VALID
               PERFORM 0330-EDIT-PLACEMENT
           END-IF
           IF WS-RECORD-VALID
               PERFORM 0400-APPLY-REMITTANCE
           ELSE
               PERFORM 0700-WRITE-REJECT
           END-IF.

       0310-EDIT-REMITTANCE.
           MOVE "Y" TO WS-VALID-SW
           EVALUATE TRUE
               WHEN AM-AGENCY-CODE = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "AGENCY CODE MISSING" TO WS-EDIT-REASON
               WHEN AM-LOAN-ACCT-NO = SPACES
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN ACCOUNT MISSING" TO WS-EDIT-REASON
               WHEN AM-COLLECTED-AMT NOT NUMERIC
                    OR AM-COLLECTED-AMT = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLLECTED AMOUNT NOT VALID" TO WS-EDIT-REASON
               WHEN AM-COLLECTED-DATE NOT NUMERIC
                    OR AM-COLLECTED-DATE = ZERO
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLLECTED DATE MISSING" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * The account must be placed with the remitting agency and the
      * collection made while it was -- on or after the placement
      * date, and no later than the recall date of a recalled
      * placement, since an agency is owed commission on what it
      * collected before the recall reached it.  The loan must still
      * be a charged-off balance at least as big as the collection.
      ******************************************************************
       0330-EDIT-PLACEMENT.
           MOVE "N" TO WS-PL-FOUND-SW
           IF WS-PL-OPEN
               MOVE AM-LOAN-ACCT-NO TO PL-LOAN-ACCT-NO
               READ AGENCY-PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PL-FOUND-SW
               END-READ
           END-IF
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE AM-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LM-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-PL-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "ACCOUNT NOT PLACED" TO WS-EDIT-REASON
               WHEN PL-AGENCY-CODE NOT = AM-AGENCY-CODE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PLACED WITH ANOTHER AGENCY" TO WS-EDIT-REASON
               WHEN PL-CLOSED
                   MOVE "N" TO WS-VALID-SW
                   MOVE "PLACEMENT CLOSED" TO WS-EDIT-REASON
               WHEN AM-COLLECTED-DATE < PL-PLACED-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLLECTED BEFORE PLACEMENT" TO WS-EDIT-REASON
               WHEN PL-RECALLED
                    AND AM-COLLECTED-DATE > PL-RECALL-DATE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "COLLECTED AFTER RECALL" TO WS-EDIT-REASON
               WHEN NOT WS-LM-FOUND
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT ON MASTER" TO WS-EDIT-REASON
               WHEN LM-LOAN-STATUS NOT = "CHGOFF"
                   MOVE "N" TO WS-VALID-SW
                   MOVE "LOAN NOT CHARGED OFF" TO WS-EDIT-REASON
               WHEN AM-COLLECTED-AMT > LM-CURRENT-BALANCE
                   MOVE "N" TO WS-VALID-SW
                   MOVE "REMITTANCE EXCEEDS BALANCE" TO WS-EDIT-REASON
           END-EVALUATE.

      ******************************************************************
      * Splits the collection into the agency's commission and our
      * net recovery, brings the balance down by the whole amount the
      * borrower paid, and books the two pieces separately.
      ******************************************************************
       0400-APPLY-REMITTANCE.
           COMPUTE WS-COMMISSION-AMT ROUNDED =
               AM-COLLECTED-AMT * PL-COMMISSION-PCT / 100
           COMPUTE WS-NET-AMT = AM-COLLECTED-AMT - WS-COMMISSION-AMT
           SUBTRACT WS-NET-AMT FROM LM-CURRENT-BALANCE
           MOVE "RECOVERY" TO LH-TRAN-TYPE
           MOVE WS-NET-AMT TO LH-TRAN-AMT
           PERFORM 0450-WRITE-HISTORY
           SUBTRACT WS-COMMISSION-AMT FROM LM-CURRENT-BALANCE
           IF WS-COMMISSION-AMT > ZERO
               MOVE "AGYCOMM " TO LH-TRAN-TYPE
               MOVE WS-COMMISSION-AMT TO LH-TRAN-AMT
               PERFORM 0450-WRITE-HISTORY
           END-IF
           MOVE AM-COLLECTED-DATE TO LM-LAST-PAYMENT-DATE
           ADD AM-COLLECTED-AMT  TO PL-GROSS-COLLECTED
           ADD WS-COMMISSION-AMT TO PL-COMMISSION-AMT
           MOVE WS-TODAY-DATE    TO PL-LAST-REMIT-DATE
           IF LM-CURRENT-BALANCE = ZERO
               MOVE "CLOSED" TO LM-LOAN-STATUS
               MOVE "CLOSED  " TO PL-STATUS
               ADD 1 TO WS-PAID-IN-FULL-COUNT
           END-IF
           REWRITE LOAN-MASTER-RECORD
           REWRITE AGENCY-PLACEMENT-RECORD
           MOVE LM-LOAN-ACCT-NO    TO RC-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO RC-CUST-ID
           MOVE LM-BRANCH-CODE     TO RC-BRANCH-CODE
           MOVE WS-NET-AMT         TO RC-RECOVERY-AMT
           MOVE LM-CURRENT-BALANCE TO RC-REMAINING-BALANCE
           MOVE WS-TODAY-DATE      TO RC-PAYMENT-DATE
           WRITE RECOVERY-REGISTER-RECORD
           PERFORM 0500-WRITE-COMMISSION-ROW
           ADD 1 TO WS-POSTED-COUNT
           ADD AM-COLLECTED-AMT  TO WS-GROSS-DOLLARS
           ADD WS-COMMISSION-AMT TO WS-COMMISSION-DOLLARS
           ADD WS-NET-AMT        TO WS-NET-DOLLARS.

      ******************************************************************
      * One LOANHIST ledger row, all of it principal -- a charged-off
      * balance earns nothing -- dated the day the money is posted so
      * the night's GL feed picks up the RECOVERY row.  The caller
      * sets LH-TRAN-TYPE and LH-TRAN-AMT and takes the balance down
      * first.
      ******************************************************************
       0450-WRITE-HISTORY.
           MOVE LM-LOAN-ACCT-NO     TO LH-LOAN-ACCT-NO
           MOVE LM-CUST-ID          TO LH-CUST-ID
           MOVE WS-TODAY-DATE       TO LH-TRAN-DATE
           MOVE LH-TRAN-AMT         TO LH-PRINCIPAL-AMT
           MOVE ZERO                TO LH-INTEREST-AMT
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "AgencyRemittance"  TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0500-WRITE-COMMISSION-ROW.
           MOVE PL-AGENCY-CODE     TO CN-AGENCY-CODE
           MOVE LM-LOAN-ACCT-NO    TO CN-LOAN-ACCT-NO
           MOVE LM-CUST-ID         TO CN-CUST-ID
           MOVE LM-BRANCH-CODE     TO CN-BRANCH-CODE
           MOVE AM-COLLECTED-DATE  TO CN-COLLECTED-DATE
           MOVE AM-COLLECTED-AMT   TO CN-GROSS-AMT
           MOVE PL-COMMISSION-PCT  TO CN-COMMISSION-PCT
           MOVE WS-COMMISSION-AMT  TO CN-COMMISSION-AMT
           MOVE WS-NET-AMT         TO CN-NET-AMT
           MOVE WS-TODAY-DATE      TO CN-POSTED-DATE
           WRITE COMMISSION-REGISTER-RECORD.

      ******************************************************************
      * A garbled amount or date goes out as zero; the reason says
      * which it was.
      ******************************************************************
       0700-WRITE-REJECT.
           MOVE AM-AGENCY-CODE     TO RJ-AGENCY-CODE
           MOVE AM-LOAN-ACCT-NO    TO RJ-LOAN-ACCT-NO
           IF AM-COLLECTED-AMT NUMERIC
               MOVE AM-COLLECTED-AMT  TO RJ-COLLECTED-AMT
           ELSE
               MOVE ZERO              TO RJ-COLLECTED-AMT
           END-IF
           IF AM-COLLECTED-DATE NUMERIC
               MOVE AM-COLLECTED-DATE TO RJ-COLLECTED-DATE
           ELSE
               MOVE ZERO              TO RJ-COLLECTED-DATE
           END-IF
           MOVE WS-EDIT-REASON     TO RJ-REASON
           WRITE REMITTANCE-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== AgencyRemittance CONTROL TOTALS ====="
           DISPLAY "REMITTANCES POSTED:  " WS-POSTED-COUNT
           DISPLAY "REMITTANCES REJECTED:" WS-REJECT-COUNT
           DISPLAY "GROSS COLLECTED:     " WS-GROSS-DOLLARS
           DISPLAY "AGENCY COMMISSION:   " WS-COMMISSION-DOLLARS
           DISPLAY "NET RECOVERED:       " WS-NET-DOLLARS
           DISPLAY "LOANS PAID IN FULL:  " WS-PAID-IN-FULL-COUNT.
