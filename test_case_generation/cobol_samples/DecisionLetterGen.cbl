      * rate and tenure off LOANDECS; a rejection letter prints the
      * customer-appropriate wording for each distinct reason any of
      * the three programs gave, looked up from the RSNTEXT table
      * instead of hand-typed at the branch.  Each letter is indexed
      * on DOCINDEX by customer, with a trailer carrying the letter
      * count, so DOCROUTE can route it by delivery preference and
      * balance back here.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DOCUMENT-INDEX-FILE
               ASSIGN TO "DOCINDEX"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-APPLICATION-FILE.
       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  DOCUMENT-INDEX-FILE.
           COPY DOCINDEX.

       WORKING-STORAGE SECTION.

       COPY RSNTXWS.
           OPEN INPUT  ELIGIBILITY-DECISION-FILE
           OPEN INPUT  ADVANCED-DECISION-FILE
           OPEN INPUT  EXTENDED-DECISION-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT DOCUMENT-INDEX-FILE.

      ******************************************************************
      * All four files were produced from the same extract in the
       0300-WRITE-LETTER.
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "D"             TO DN-REC-TYPE
           MOVE "LETR"          TO DN-SOURCE
           MOVE CA-CUST-ID      TO DN-CUST-ID
           COMPUTE DN-PIECE-NO = WS-LETTER-COUNT + 1
           MOVE ZERO            TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           MOVE CA-CUST-ID TO WS-CF-LOOKUP-ID
           PERFORM 0175-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-LINE
           CLOSE ELIGIBILITY-DECISION-FILE
           CLOSE ADVANCED-DECISION-FILE
           CLOSE EXTENDED-DECISION-FILE
           MOVE "T"             TO DN-REC-TYPE
           MOVE "LETR"          TO DN-SOURCE
           MOVE SPACES          TO DN-CUST-ID
           MOVE ZERO            TO DN-PIECE-NO
           MOVE WS-LETTER-COUNT TO DN-PIECE-COUNT
           WRITE DOCUMENT-INDEX-RECORD
           CLOSE DOCUMENT-INDEX-FILE
           CLOSE LETTER-FILE.
