      * master's own LM-INSTALLMENT-AMT, and past-due standing comes
      * from the night's DELINQ file -- the first time a customer
      * hears from us between the decision letter and a collections
      * call.  Each statement is indexed on DOCINDEX by customer,
      * with a trailer carrying the statement count, so DOCROUTE
      * can route it by delivery preference and balance back here.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "STMTS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCUMENT-INDEX-FILE
               ASSIGN TO "DOCINDEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

       FD  DOCUMENT-INDEX-FILE.
           COPY DOCINDEX.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

                   ADD LH-TRAN-AMT TO WS-AV-PAYMENT-TOTAL (AV-IDX)
                   ADD LH-PRINCIPAL-AMT
                       TO WS-AV-PRINCIPAL-TOTAL (AV-IDX)
      *        Forbearance interest capitalized at plan end, or put
      *        on the balance at a short payoff, is a charge like
      *        any accrual, and so is a force-placed insurance
      *        premium.
               WHEN "ACCRUAL "
               WHEN "FEE     "
               WHEN "FPIPREM "
               WHEN "FORBCAP "
               WHEN "FORBDUE "
                   ADD LH-TRAN-AMT TO WS-AV-CHARGES-TOTAL (AV-IDX)
      *        A bounced payment nets back out of everything the
      *        original PAYMENT row added, so the statement's
       0200-PRODUCE-STATEMENTS.
           OPEN INPUT LOAN-MASTER-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT DOCUMENT-INDEX-FILE
           IF WS-LM-FS = "00"
               MOVE "N" TO WS-LM-EOF-SW
               PERFORM UNTIL WS-LM-EOF
               END-PERFORM
               CLOSE LOAN-MASTER-FILE
           END-IF
           MOVE "T"           TO DN-REC-TYPE
           MOVE "STMT"        TO DN-SOURCE
           MOVE SPACES        TO DN-CUST-ID
           MOVE ZERO          TO DN-PIECE-NO
           MOVE WS-STMT-COUNT TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           CLOSE DOCUMENT-INDEX-FILE
           CLOSE STATEMENT-FILE.

      ******************************************************************
           END-IF
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "D"           TO DN-REC-TYPE
           MOVE "STMT"        TO DN-SOURCE
           MOVE LM-CUST-ID    TO DN-CUST-ID
           COMPUTE DN-PIECE-NO = WS-STMT-COUNT + 1
           MOVE ZERO          TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           PERFORM 0230-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO STATEMENT-LINE
           STRING "LOAN STATEMENT  ACCOUNT " DELIMITED BY SIZE
