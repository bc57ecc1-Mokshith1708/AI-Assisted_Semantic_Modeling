      * bank the accrued interest every time.  One PAYOFQTE row per
      * request; a request for an account with no OPEN loan quotes
      * back with a status the branch can read instead of a number
      * it can't trust.  A loan that has been in hardship
      * forbearance owes the plan interest not yet on its balance --
      * deferred interest, and on a plan still in force the interest
      * accrued on it so far -- and that comes due at payoff, so it
      * is added to the quote and shown on its own line.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FB-FS.

           SELECT FORBEARANCE-PLAN-FILE
               ASSIGN TO "FORBPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-LOAN-ACCT-NO
               FILE STATUS IS WS-FR-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
           05  QT-FEE-BALANCE        PIC S9(07)V99.
           05  QT-GOOD-THRU-DATE     PIC 9(08).
           05  QT-QUOTE-DATE         PIC 9(08).
           05  QT-FORBORNE-INTEREST  PIC S9(07)V99.

       FD  LATE-FEE-FILE.
           COPY LATEFEE.

       FD  FORBEARANCE-PLAN-FILE.
           COPY FORBPLAN.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY FORBWS.

       01  WS-LM-FS                 PIC X(02).
       01  WS-LM-FOUND-SW           PIC X(01) VALUE "N".
       01  WS-DIEM-DAYS             PIC S9(05) COMP.
       01  WS-PER-DIEM              PIC S9(05)V99 COMP-3.
       01  WS-PAYOFF-AMOUNT         PIC S9(09)V99 COMP-3.
       01  WS-FORBORNE-INTEREST     PIC S9(07)V99 COMP-3.

       01  WS-QUOTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-NOLOAN-COUNT          PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed loan master or
      * forbearance plan file can't be opened.
      ******************************************************************
       LINKAGE SECTION.

           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0160-OPEN-FORBEARANCE
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           PERFORM 0170-LOAD-LATE-FEES
           PERFORM 0200-QUOTE-REQUESTS
           CLOSE LOAN-MASTER-FILE
           IF WS-FR-OPEN
               CLOSE FORBEARANCE-PLAN-FILE
           END-IF
           DISPLAY "===== PayoffQuote CONTROL TOTALS ====="
           DISPLAY "QUOTES PRODUCED:     " WS-QUOTED-COUNT
           DISPLAY "NO OPEN LOAN:        " WS-NOLOAN-COUNT
               MOVE 12 TO RUN-RETURN-CODE
           END-IF.

      ******************************************************************
      * No FORBPLAN dataset just means no plan has ever been granted
      * and no quote carries forbearance interest.  Anything else
      * wrong with the open fails the run with RC 12 rather than
      * quoting a payoff short.
      ******************************************************************
       0160-OPEN-FORBEARANCE.
           MOVE "N" TO WS-FR-OPEN-SW
           OPEN INPUT FORBEARANCE-PLAN-FILE
           EVALUATE WS-FR-FS
               WHEN "00"
                   MOVE "Y" TO WS-FR-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PayoffQuote: FORBPLAN OPEN FAILED FS="
                       WS-FR-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * The plan interest the loan owes that isn't on its balance:
      * deferred interest from ended plans, plus what a plan still
      * ACTIVE has accrued so far.
      ******************************************************************
       0185-READ-FORBORNE-INTEREST.
           MOVE ZERO TO WS-FORBORNE-INTEREST
           IF WS-FR-OPEN
               MOVE PQ-LOAN-ACCT-NO TO FR-LOAN-ACCT-NO
               READ FORBEARANCE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FR-DEFERRED-INTEREST
                           TO WS-FORBORNE-INTEREST
                       IF FR-ACTIVE
                           ADD FR-ACCRUED-INTEREST
                               TO WS-FORBORNE-INTEREST
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * No LATEFEES dataset just means no fee has ever been assessed
      * and every quote shows a zero fee balance.
               MOVE ZERO   TO QT-DAYS-TO-GOOD-THRU
               MOVE ZERO   TO QT-PAYOFF-AMOUNT
               MOVE ZERO   TO QT-FEE-BALANCE
               MOVE ZERO   TO QT-FORBORNE-INTEREST
               ADD 1 TO WS-NOLOAN-COUNT
           ELSE
               MOVE "QUOTED"           TO QT-QUOTE-STATUS
                   ON SIZE ERROR
                       MOVE LM-CURRENT-BALANCE TO WS-PAYOFF-AMOUNT
               END-COMPUTE
               PERFORM 0185-READ-FORBORNE-INTEREST
               ADD WS-FORBORNE-INTEREST TO WS-PAYOFF-AMOUNT
               MOVE WS-FORBORNE-INTEREST TO QT-FORBORNE-INTEREST
               MOVE WS-PER-DIEM      TO QT-PER-DIEM
               MOVE WS-DIEM-DAYS     TO QT-DAYS-TO-GOOD-THRU
               MOVE WS-PAYOFF-AMOUNT TO QT-PAYOFF-AMOUNT
