      * table instead of branch-typed letters.  The NOTICLOG file
      * remembers the highest level each account has been sent; a
      * loan sitting in the same bucket night after night is not
      * re-noticed until it escalates.  A loan under a servicing
      * hold on SVCHOLD (bankruptcy, deceased borrower, litigation)
      * is not noticed at all while the hold is in force; the notice
      * it would have been sent is listed on the HOLDEXCP exception
      * file instead, and the notice log is left alone so the letter
      * goes out once the hold is released.  Each notice is indexed
      * on DOCINDEX by customer, with a trailer carrying the notice
      * count, so DOCROUTE can route it by delivery preference and
      * balance back here.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCUMENT-INDEX-FILE
               ASSIGN TO "DOCINDEX"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT SERVICING-HOLD-FILE
               ASSIGN TO "SVCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-LOAN-ACCT-NO
               ALTERNATE RECORD KEY IS SH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SH-FS.

           SELECT HOLD-EXCEPTION-FILE
               ASSIGN TO "HOLDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       FD  DOCUMENT-INDEX-FILE.
           COPY DOCINDEX.

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  SERVICING-HOLD-FILE.
           COPY SVCHOLD.

       FD  HOLD-EXCEPTION-FILE.
           COPY HOLDEXC.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.


       COPY BIZDTWS.
       COPY CIFWS.
       COPY SVHLDWS.

       01  WS-DQ-FS                 PIC X(02).
       01  WS-NT-FS                 PIC X(02).
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the notice log exceeds the
      * in-memory table or the servicing hold file can't be opened.
      ******************************************************************
       LINKAGE SECTION.

           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0185-OPEN-SERVICING-HOLDS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND HOLD-EXCEPTION-FILE
           PERFORM 0200-PRODUCE-NOTICES
           CLOSE HOLD-EXCEPTION-FILE
           IF WS-SH-OPEN
               CLOSE SERVICING-HOLD-FILE
           END-IF
           PERFORM 0800-REWRITE-NOTICE-LOG
           DISPLAY "===== CollectionsNoticeGen CONTROL TOTALS ====="
           DISPLAY "NOTICES PRODUCED:    " WS-NOTICE-COUNT
           DISPLAY "ALREADY NOTICED:     " WS-SKIPPED-COUNT
           DISPLAY "HELD - NOT NOTICED:  " WS-SH-SUPPRESSED-COUNT
           GOBACK.

      ******************************************************************
               END-IF
           END-PERFORM.

      ******************************************************************
      * No SVCHOLD dataset just means nobody has ever been put on
      * hold and every delinquent loan is noticed as before.  Any
      * other open failure stops the run with RC 12 -- notices must
      * never go out to a borrower in bankruptcy because the hold
      * file couldn't be read.
      ******************************************************************
       0185-OPEN-SERVICING-HOLDS.
           MOVE "N" TO WS-SH-OPEN-SW
           OPEN INPUT SERVICING-HOLD-FILE
           EVALUATE WS-SH-FS
               WHEN "00"
                   MOVE "Y" TO WS-SH-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CollectionsNoticeGen: SVCHOLD OPEN FAILED"
                       " FS=" WS-SH-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * One keyed read of the loan's servicing hold.  WS-SH-IN-FORCE
      * is "Y" only for an ACTIVE hold that has started and hasn't
      * reached its end date.
      ******************************************************************
       0190-CHECK-SERVICING-HOLD.
           MOVE "N" TO WS-SH-IN-FORCE-SW
           IF WS-SH-OPEN
               MOVE DL-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
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

       0200-PRODUCE-NOTICES.
           OPEN INPUT DELINQUENCY-FILE
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT DOCUMENT-INDEX-FILE
           IF WS-DQ-FS = "00"
               MOVE "N" TO WS-DQ-EOF-SW
               PERFORM UNTIL WS-DQ-EOF
                       AT END
                           MOVE "Y" TO WS-DQ-EOF-SW
                       NOT AT END
                           PERFORM 0190-CHECK-SERVICING-HOLD
                           IF WS-SH-IN-FORCE
                               PERFORM 0350-LIST-HELD-NOTICE
                           ELSE
                               PERFORM 0300-CONSIDER-ONE-LOAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELINQUENCY-FILE
           END-IF
           MOVE "T"             TO DN-REC-TYPE
           MOVE "NOTC"          TO DN-SOURCE
           MOVE SPACES          TO DN-CUST-ID
           MOVE ZERO            TO DN-PIECE-NO
           MOVE WS-NOTICE-COUNT TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           CLOSE DOCUMENT-INDEX-FILE
           CLOSE NOTICE-FILE.

      ******************************************************************
               END-IF
           END-IF.

      ******************************************************************
      * A held loan that would have been noticed tonight -- never
      * noticed, or escalated past the level last sent -- is listed
      * on the exception file with the amount the notice would have
      * demanded.
      ******************************************************************
       0350-LIST-HELD-NOTICE.
           PERFORM 0180-FIND-LOG-ROW
           IF NOT WS-NG-FOUND
              OR DL-BUCKET > WS-NG-LAST-BUCKET (NG-IDX)
               MOVE WS-TODAY-DATE      TO HX-RUN-DATE
               MOVE "CollectionsNoticeGen" TO HX-PROGRAM-ID
               MOVE DL-LOAN-ACCT-NO    TO HX-LOAN-ACCT-NO
               MOVE DL-CUST-ID         TO HX-CUST-ID
               MOVE SH-HOLD-TYPE       TO HX-HOLD-TYPE
               MOVE SH-START-DATE      TO HX-HOLD-START-DATE
               MOVE SPACES             TO HX-ACTION-SUPPRESSED
               STRING "COLLECTION NOTICE " DELIMITED BY SIZE
                      DL-BUCKET DELIMITED BY SIZE
                   INTO HX-ACTION-SUPPRESSED
               END-STRING
               MOVE DL-AMOUNT-PAST-DUE TO HX-AMOUNT
               WRITE HOLD-EXCEPTION-RECORD
               ADD 1 TO WS-SH-SUPPRESSED-COUNT
           END-IF.

       0400-WRITE-NOTICE.
           MOVE ALL "-" TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "D"             TO DN-REC-TYPE
           MOVE "NOTC"          TO DN-SOURCE
           MOVE DL-CUST-ID      TO DN-CUST-ID
           COMPUTE DN-PIECE-NO = WS-NOTICE-COUNT + 1
           MOVE ZERO            TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           MOVE DL-CUST-ID TO WS-CF-LOOKUP-ID
           PERFORM 0230-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO NOTICE-LINE
