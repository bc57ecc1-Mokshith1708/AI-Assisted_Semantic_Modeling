       IDENTIFICATION DIVISION.
       PROGRAM-ID. AutopayOrigination.

      ******************************************************************
      * Daily ACH debit origination for automatic payments.  Walks
      * the keyed AUTOPAY enrollment file and, for every ACTIVE
      * enrollment on an OPEN loan, works out when this month's
      * (or, near month-end, next month's) installment is due: the
      * enrollment's debit day, rolled forward past weekends and
      * BANKCAL holidays to a business day.  An installment due on
      * or before the next business day that hasn't already been
      * debited is originated now with the next business day as
      * its effective date -- the bank needs a day's lead, so a
      * debit due over a weekend or holiday goes out on the last
      * business day before it, and one missed by a skipped run is
      * caught up on the next.  The debit is the loan's scheduled
      * installment, never more than the balance still owed.  Each
      * originated enrollment is stamped with the debit's effective
      * date and amount, so a rerun the same day can't debit the
      * same installment twice.  ACHDEBIT carries a header with the
      * effective date, one detail per debit with a sequential
      * trace number, and a trailer with the entry count, dollar
      * total and entry hash the bank balances the file against.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE
               ASSIGN TO "AUTOPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANKCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FS.

           SELECT ACH-DEBIT-FILE
               ASSIGN TO "ACHDEBIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY-FILE.
           COPY AUTOPAY.

       FD  LOAN-MASTER-FILE.
           COPY LOANMST.

       FD  BANK-CALENDAR-FILE.
           COPY BANKCAL.

       FD  ACH-DEBIT-FILE.
           COPY ACHDEBIT.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY BANKCLWS.

       01  WS-AE-FS                 PIC X(02).
       01  WS-AE-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AE-EOF            VALUE "Y".
       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-LM-FOUND          VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-FOLLOWUP-INT          PIC 9(07) COMP.
       01  WS-EFFECTIVE-DATE        PIC 9(08).

      ******************************************************************
      * The installment being tested: its nominal due date (debit day
      * of the month), and that date rolled to a business day.
      ******************************************************************
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY          PIC 9(04).
           05  WS-DUE-MM            PIC 9(02).
           05  WS-DUE-DD            PIC 9(02).
       01  WS-DUE-INT               PIC 9(07) COMP.
       01  WS-ORIGINATE-SW          PIC X(01) VALUE "N".
           88  WS-ORIGINATE         VALUE "Y".
       01  WS-DEBIT-AMT             PIC S9(07)V99 COMP-3.

       01  WS-TRACE-NO              PIC 9(07) VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-DOLLAR-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-HASH            PIC 9(15) VALUE ZERO.
       01  WS-ROUTING-8             PIC 9(08).
       01  WS-NOT-DUE-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed enrollment file or
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
           PERFORM 0165-LOAD-BANK-CALENDAR
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE 1 TO WS-BD-DAYS-TO-ADD
           PERFORM 0465-ADD-BUSINESS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER (WS-FOLLOWUP-INT)
               TO WS-EFFECTIVE-DATE
           OPEN OUTPUT ACH-DEBIT-FILE
           PERFORM 0180-WRITE-HEADER
           PERFORM 0300-ORIGINATE-DUE-DEBITS
           PERFORM 0400-WRITE-TRAILER
           CLOSE ACH-DEBIT-FILE
           CLOSE AUTOPAY-FILE
           CLOSE LOAN-MASTER-FILE
           DISPLAY "===== AutopayOrigination CONTROL TOTALS ====="
           DISPLAY "EFFECTIVE DATE:      " WS-EFFECTIVE-DATE
           DISPLAY "DEBITS ORIGINATED:   " WS-ENTRY-COUNT
           DISPLAY "DOLLAR TOTAL:        " WS-DOLLAR-TOTAL
           DISPLAY "ENTRY HASH:          " AD-TRL-ENTRY-HASH
           DISPLAY "NOT YET DUE:         " WS-NOT-DUE-COUNT
           DISPLAY "SKIPPED (NOT OPEN):  " WS-SKIPPED-COUNT
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
      * Opens the enrollment file I-O (each originated row is stamped
      * in place) and the loan master for keyed reads.  No AUTOPAY
      * dataset just means nobody has enrolled yet -- the file is
      * created empty and an empty debit file goes to the bank.
      * Anything else wrong with either open fails the run with
      * RC 12 before a single debit is written.
      ******************************************************************
       0150-OPEN-KEYED-FILES.
           OPEN I-O AUTOPAY-FILE
           IF WS-AE-FS = "35"
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           IF WS-AE-FS NOT = "00"
               DISPLAY "AutopayOrigination: AUTOPAY OPEN FAILED FS="
                   WS-AE-FS
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LM-FS NOT = "00"
                   DISPLAY "AutopayOrigination: LOANMAST OPEN FAILED"
                       " FS=" WS-LM-FS
                   MOVE 12 TO RUN-RETURN-CODE
                   CLOSE AUTOPAY-FILE
               END-IF
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
                           COMPUTE WS-HOL-DATE-INT (HD-IDX) =
                               FUNCTION INTEGER-OF-DATE
                                   (HD-HOLIDAY-DATE)
                           SET HD-IDX UP BY 1
                           ADD 1 TO WS-HOL-COUNT
                   END-READ
               END-PERFORM
               CLOSE BANK-CALENDAR-FILE
           END-IF.

       0180-WRITE-HEADER.
           MOVE SPACES            TO ACH-DEBIT-HEADER-RECORD
           MOVE "H"               TO AD-HDR-RECORD-TYPE
           MOVE "CONSUMER LENDING" TO AD-HDR-COMPANY
           MOVE WS-EFFECTIVE-DATE TO AD-HDR-EFFECTIVE-DATE
           MOVE WS-TODAY-DATE     TO AD-HDR-CREATE-DATE
           WRITE ACH-DEBIT-HEADER-RECORD.

      ******************************************************************
      * One front-to-back pass down the enrollment key.
      ******************************************************************
       0300-ORIGINATE-DUE-DEBITS.
           MOVE LOW-VALUES TO AE-LOAN-ACCT-NO
           START AUTOPAY-FILE
               KEY IS GREATER THAN AE-LOAN-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-AE-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-AE-EOF-SW
           END-START
           PERFORM UNTIL WS-AE-EOF
               READ AUTOPAY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AE-EOF-SW
                   NOT AT END
                       IF AE-ACTIVE
                           PERFORM 0310-CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Tests this month's installment first; if that one is already
      * debited (or not due yet), next month's is tested too, so a
      * debit day of the 1st falling on a Monday still goes out in
      * the last business days of the month before.
      ******************************************************************
       0310-CHECK-ONE-ENROLLMENT.
           MOVE "N" TO WS-LM-FOUND-SW
           MOVE AE-LOAN-ACCT-NO TO LM-LOAN-ACCT-NO
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LM-LOAN-STATUS = "OPEN"
                      AND LM-CURRENT-BALANCE > ZERO
                      AND LM-INSTALLMENT-AMT > ZERO
                       MOVE "Y" TO WS-LM-FOUND-SW
                   END-IF
           END-READ
           IF NOT WS-LM-FOUND
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE WS-TODAY-DATE TO WS-DUE-DATE
               MOVE AE-DEBIT-DAY  TO WS-DUE-DD
               PERFORM 0320-TEST-INSTALLMENT-DUE
               IF NOT WS-ORIGINATE
                   IF WS-DUE-MM = 12
                       ADD 1 TO WS-DUE-YYYY
                       MOVE 1 TO WS-DUE-MM
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
                   PERFORM 0320-TEST-INSTALLMENT-DUE
               END-IF
               IF WS-ORIGINATE
                   PERFORM 0350-ORIGINATE-ONE-DEBIT
               ELSE
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * The installment in WS-DUE-DATE is originated when its rolled
      * business-day due date is no later than the effective date,
      * the enrollment predates it, and the last debit sent (whose
      * effective date is never earlier than the installment it
      * paid) doesn't already cover it.
      ******************************************************************
       0320-TEST-INSTALLMENT-DUE.
           MOVE "N" TO WS-ORIGINATE-SW
           COMPUTE WS-BD-WORK-INT =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
           PERFORM 0470-ROLL-TO-BUSINESS-DAY
           MOVE WS-BD-WORK-INT TO WS-DUE-INT
           IF WS-DUE-INT <= WS-FOLLOWUP-INT
              AND AE-ENROLL-DATE < WS-DUE-DATE
              AND AE-LAST-DEBIT-DATE < WS-DUE-DATE
               MOVE "Y" TO WS-ORIGINATE-SW
           END-IF.

       0350-ORIGINATE-ONE-DEBIT.
           IF LM-INSTALLMENT-AMT > LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO WS-DEBIT-AMT
           ELSE
               MOVE LM-INSTALLMENT-AMT TO WS-DEBIT-AMT
           END-IF
           ADD 1 TO WS-TRACE-NO
           MOVE SPACES            TO ACH-DEBIT-DETAIL-RECORD
           MOVE "D"               TO AD-RECORD-TYPE
           MOVE AE-LOAN-ACCT-NO   TO AD-LOAN-ACCT-NO
           MOVE AE-CUST-ID        TO AD-CUST-ID
           MOVE AE-ROUTING-NO     TO AD-ROUTING-NO
           MOVE AE-BANK-ACCT-NO   TO AD-BANK-ACCT-NO
           MOVE AE-BANK-ACCT-TYPE TO AD-BANK-ACCT-TYPE
           MOVE WS-DEBIT-AMT      TO AD-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE
           MOVE WS-TRACE-NO       TO AD-TRACE-NO
           WRITE ACH-DEBIT-DETAIL-RECORD
           MOVE AE-ROUTING-NO (1:8) TO WS-ROUTING-8
           ADD WS-ROUTING-8 TO WS-ENTRY-HASH
           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-DEBIT-AMT TO WS-DOLLAR-TOTAL
           MOVE WS-EFFECTIVE-DATE TO AE-LAST-DEBIT-DATE
           MOVE WS-DEBIT-AMT      TO AE-LAST-DEBIT-AMT
           REWRITE AUTOPAY-ENROLLMENT-RECORD.

       0400-WRITE-TRAILER.
           MOVE SPACES          TO ACH-DEBIT-TRAILER-RECORD
           MOVE "T"             TO AD-TRL-RECORD-TYPE
           MOVE WS-ENTRY-COUNT  TO AD-TRL-ENTRY-COUNT
           MOVE WS-DOLLAR-TOTAL TO AD-TRL-DOLLAR-TOTAL
           MOVE WS-ENTRY-HASH   TO AD-TRL-ENTRY-HASH
           WRITE ACH-DEBIT-TRAILER-RECORD.

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
               PERFORM 0475-CHECK-BUSINESS-DAY
               IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                  AND NOT WS-BD-IS-HOLIDAY
                   ADD 1 TO WS-BD-DAYS-ADDED
               END-IF
           END-PERFORM
           MOVE WS-BD-WORK-INT TO WS-FOLLOWUP-INT.

      ******************************************************************
      * Moves WS-BD-WORK-INT forward, if it has to, to the first day
      * that is neither a weekend nor a BANKCAL holiday.
      ******************************************************************
       0470-ROLL-TO-BUSINESS-DAY.
           PERFORM 0475-CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                         AND NOT WS-BD-IS-HOLIDAY
               ADD 1 TO WS-BD-WORK-INT
               PERFORM 0475-CHECK-BUSINESS-DAY
           END-PERFORM.

       0475-CHECK-BUSINESS-DAY.
           COMPUTE WS-BD-DOW = FUNCTION MOD (WS-BD-WORK-INT, 7)
           MOVE "N" TO WS-BD-HOLIDAY-SW
           PERFORM VARYING HD-IDX FROM 1 BY 1
                   UNTIL HD-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE-INT (HD-IDX) = WS-BD-WORK-INT
                   MOVE "Y" TO WS-BD-HOLIDAY-SW
               END-IF
           END-PERFORM.
