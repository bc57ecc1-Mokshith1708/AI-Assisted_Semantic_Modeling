       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentCollect.

      ******************************************************************
      * First step of the DOCROUTE document routing run.  Collects
      * the night's customer documents -- LoanStatementGen's STMTS,
      * DecisionLetterGen's LETTERS and CollectionsNoticeGen's
      * NOTICES -- each alongside the DOCINDEX the generator wrote
      * with it.  Every piece starts at the generator's row of
      * dashes; the piece is paired with the next index row to
      * learn whose it is, and each of its lines goes to DOCWORK
      * stamped with where it is going:
      *   E  the customer's CF-PREF-CONTACT is "E" -- the piece
      *      goes to the e-delivery vendor instead of the printer
      *   P  printed and mailed to the CUSTMAST address, keyed by
      *      postal code and normalized street address so the sort
      *      brings one household's pieces together into one
      *      envelope
      *   R  no CUSTMAST row, no street address or postal code, or
      *      no index row to say whose the piece is -- printed for
      *      the branch to deal with rather than mailed nowhere
      * A night a generator did not run (the monthly statements,
      * most nights) collects nothing from it.  The per-source
      * counts go to DOCCTOT for DocumentRouting's control report,
      * which balances them back to each generator's own trailer
      * count.  No customer file, or one past the table's capacity,
      * fails the run with RC 12: without it nothing can be routed.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE
               ASSIGN TO "STMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

           SELECT STATEMENT-INDEX-FILE
               ASSIGN TO "STMTIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

           SELECT LETTER-FILE
               ASSIGN TO "LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

           SELECT LETTER-INDEX-FILE
               ASSIGN TO "LETRIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

           SELECT NOTICE-FILE
               ASSIGN TO "NOTICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FS.

           SELECT NOTICE-INDEX-FILE
               ASSIGN TO "NOTCIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT DOCUMENT-WORK-FILE
               ASSIGN TO "DOCWORK"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COLLECT-TOTALS-FILE
               ASSIGN TO "DOCCTOT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(80).

       FD  STATEMENT-INDEX-FILE.
       01  STATEMENT-INDEX-LINE      PIC X(29).

       FD  LETTER-FILE.
       01  LETTER-LINE               PIC X(80).

       FD  LETTER-INDEX-FILE.
       01  LETTER-INDEX-LINE         PIC X(29).

       FD  NOTICE-FILE.
       01  NOTICE-LINE               PIC X(80).

       FD  NOTICE-INDEX-FILE.
       01  NOTICE-INDEX-LINE         PIC X(29).

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  DOCUMENT-WORK-FILE.
       01  DOCUMENT-WORK-FILE-RECORD PIC X(192).

       FD  COLLECT-TOTALS-FILE.
           COPY DOCCTOT.

       WORKING-STORAGE SECTION.

       COPY CIFWS.

      ******************************************************************
      * The index row and work line being built.  The three print
      * files and their indexes are read one source at a time INTO
      * these, so one set of paragraphs serves all three.
      ******************************************************************
       COPY DOCINDEX.

       COPY DOCWORK.

       01  WS-PR-FS                 PIC X(02).
       01  WS-IX-FS                 PIC X(02).
       01  WS-PR-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-PR-OPEN           VALUE "Y".
       01  WS-IX-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-IX-OPEN           VALUE "Y".
       01  WS-PR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-PR-EOF            VALUE "Y".
       01  WS-IX-EOF-SW             PIC X(01) VALUE "N".
           88  WS-IX-EOF            VALUE "Y".
       01  WS-DETAIL-FOUND-SW       PIC X(01) VALUE "N".
           88  WS-DETAIL-FOUND      VALUE "Y".
       01  WS-PIECE-OPEN-SW         PIC X(01) VALUE "N".
           88  WS-PIECE-OPEN        VALUE "Y".

       01  WS-DOC-LINE              PIC X(80).
       01  WS-LINE-NO               PIC 9(05) COMP.

       01  WS-NORM-MODE             PIC X(01).
       01  WS-NORM-IN               PIC X(60).
       01  WS-NORM-OUT              PIC X(60).

      ******************************************************************
      * Counts per document source, in the order the sources are
      * collected: 1 statements, 2 letters, 3 notices.
      ******************************************************************
       01  WS-SOURCE-NO             PIC 9(01).
       01  WS-SOURCE-AREA.
           05  WS-SC-ROW OCCURS 3 TIMES
                             INDEXED BY SC-IDX.
               10  WS-SC-SOURCE          PIC X(04).
               10  WS-SC-PRODUCED-SW     PIC X(01).
               10  WS-SC-TRAILER-SW      PIC X(01).
               10  WS-SC-GENERATOR-COUNT PIC 9(07) COMP.
               10  WS-SC-INDEX-COUNT     PIC 9(07) COMP.
               10  WS-SC-PIECE-COUNT     PIC 9(07) COMP.
               10  WS-SC-LINE-COUNT      PIC 9(09) COMP.
               10  WS-SC-UNINDEXED-COUNT PIC 9(07) COMP.
               10  WS-SC-EDELIVERY-COUNT PIC 9(07) COMP.
               10  WS-SC-PRINT-COUNT     PIC 9(07) COMP.
               10  WS-SC-NO-ADDRESS-COUNT PIC 9(07) COMP.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the customer file is missing
      * or exceeds the in-memory table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0100-INITIALIZE-SOURCES
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           IF RUN-RETURN-CODE = ZERO
               OPEN OUTPUT DOCUMENT-WORK-FILE
               PERFORM VARYING WS-SOURCE-NO FROM 1 BY 1
                       UNTIL WS-SOURCE-NO > 3
                   PERFORM 0300-COLLECT-SOURCE
               END-PERFORM
               CLOSE DOCUMENT-WORK-FILE
               PERFORM 0800-WRITE-COLLECT-TOTALS
               PERFORM 0950-DISPLAY-TOTALS
           END-IF
           GOBACK.

       0100-INITIALIZE-SOURCES.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 3
               MOVE "N"  TO WS-SC-PRODUCED-SW (SC-IDX)
               MOVE "N"  TO WS-SC-TRAILER-SW (SC-IDX)
               MOVE ZERO TO WS-SC-GENERATOR-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-INDEX-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-PIECE-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-LINE-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-UNINDEXED-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-EDELIVERY-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-PRINT-COUNT (SC-IDX)
               MOVE ZERO TO WS-SC-NO-ADDRESS-COUNT (SC-IDX)
           END-PERFORM
           MOVE "STMT" TO WS-SC-SOURCE (1)
           MOVE "LETR" TO WS-SC-SOURCE (2)
           MOVE "NOTC" TO WS-SC-SOURCE (3).

      ******************************************************************
      * Loads the customer information file once at start-up for
      * each customer's delivery preference and mailing address.
      * Unlike the letter runs, a missing customer file or one past
      * the table's capacity fails the run: a customer left out
      * would have every piece routed as undeliverable.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS NOT = "00"
               DISPLAY "DocumentCollect: CUSTMAST NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT >= 500
                               DISPLAY "DocumentCollect: CUSTMAST"
                                   " EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO RUN-RETURN-CODE
                               MOVE "Y" TO WS-CF-EOF-SW
                           ELSE
                               MOVE CF-CUST-ID TO
                                   WS-CF-CUST-ID (CF-IDX)
                               MOVE CF-CUST-NAME TO
                                   WS-CF-CUST-NAME (CF-IDX)
                               MOVE CF-ADDR-LINE-1 TO
                                   WS-CF-ADDR-LINE-1 (CF-IDX)
                               MOVE CF-ADDR-LINE-2 TO
                                   WS-CF-ADDR-LINE-2 (CF-IDX)
                               MOVE CF-POSTAL-CODE TO
                                   WS-CF-POSTAL-CODE (CF-IDX)
                               MOVE CF-PREF-CONTACT TO
                                   WS-CF-PREF-CONTACT (CF-IDX)
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
      * One source's print file read front to back, then whatever
      * is left of its index -- the trailer, and any rows for
      * pieces that never reached the print file -- so the counts
      * the report balances are complete either way.  A print file
      * or index that is not there collects as empty.
      ******************************************************************
       0300-COLLECT-SOURCE.
           SET SC-IDX TO WS-SOURCE-NO
           MOVE "N" TO WS-PIECE-OPEN-SW
           PERFORM 0310-OPEN-SOURCE-FILES
           IF WS-IX-OPEN
               MOVE "N" TO WS-IX-EOF-SW
           ELSE
               MOVE "Y" TO WS-IX-EOF-SW
           END-IF
           IF WS-PR-OPEN
               MOVE "Y" TO WS-SC-PRODUCED-SW (SC-IDX)
               MOVE "N" TO WS-PR-EOF-SW
               PERFORM UNTIL WS-PR-EOF
                   PERFORM 0320-READ-PRINT-LINE
                   IF NOT WS-PR-EOF
                       PERFORM 0400-COLLECT-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM UNTIL WS-IX-EOF
               PERFORM 0330-READ-INDEX-ROW
           END-PERFORM
           PERFORM 0340-CLOSE-SOURCE-FILES.

       0310-OPEN-SOURCE-FILES.
           EVALUATE WS-SOURCE-NO
               WHEN 1
                   OPEN INPUT STATEMENT-FILE
               WHEN 2
                   OPEN INPUT LETTER-FILE
               WHEN 3
                   OPEN INPUT NOTICE-FILE
           END-EVALUATE
           IF WS-PR-FS = "00"
               MOVE "Y" TO WS-PR-OPEN-SW
           ELSE
               MOVE "N" TO WS-PR-OPEN-SW
           END-IF
           EVALUATE WS-SOURCE-NO
               WHEN 1
                   OPEN INPUT STATEMENT-INDEX-FILE
               WHEN 2
                   OPEN INPUT LETTER-INDEX-FILE
               WHEN 3
                   OPEN INPUT NOTICE-INDEX-FILE
           END-EVALUATE
           IF WS-IX-FS = "00"
               MOVE "Y" TO WS-IX-OPEN-SW
           ELSE
               MOVE "N" TO WS-IX-OPEN-SW
           END-IF.

       0320-READ-PRINT-LINE.
           EVALUATE WS-SOURCE-NO
               WHEN 1
                   READ STATEMENT-FILE INTO WS-DOC-LINE
                       AT END
                           MOVE "Y" TO WS-PR-EOF-SW
                   END-READ
               WHEN 2
                   READ LETTER-FILE INTO WS-DOC-LINE
                       AT END
                           MOVE "Y" TO WS-PR-EOF-SW
                   END-READ
               WHEN 3
                   READ NOTICE-FILE INTO WS-DOC-LINE
                       AT END
                           MOVE "Y" TO WS-PR-EOF-SW
                   END-READ
           END-EVALUATE.

      ******************************************************************
      * The trailer carries the generator's own count for the
      * report to balance to; every other row is one piece.
      ******************************************************************
       0330-READ-INDEX-ROW.
           EVALUATE WS-SOURCE-NO
               WHEN 1
                   READ STATEMENT-INDEX-FILE
                           INTO DOCUMENT-INDEX-RECORD
                       AT END
                           MOVE "Y" TO WS-IX-EOF-SW
                   END-READ
               WHEN 2
                   READ LETTER-INDEX-FILE
                           INTO DOCUMENT-INDEX-RECORD
                       AT END
                           MOVE "Y" TO WS-IX-EOF-SW
                   END-READ
               WHEN 3
                   READ NOTICE-INDEX-FILE
                           INTO DOCUMENT-INDEX-RECORD
                       AT END
                           MOVE "Y" TO WS-IX-EOF-SW
                   END-READ
           END-EVALUATE
           IF NOT WS-IX-EOF
               IF DN-TRAILER
                   MOVE "Y" TO WS-SC-TRAILER-SW (SC-IDX)
                   MOVE DN-PIECE-COUNT
                       TO WS-SC-GENERATOR-COUNT (SC-IDX)
               ELSE
                   ADD 1 TO WS-SC-INDEX-COUNT (SC-IDX)
                   MOVE "Y" TO WS-DETAIL-FOUND-SW
               END-IF
           END-IF.

       0340-CLOSE-SOURCE-FILES.
           IF WS-PR-OPEN
               EVALUATE WS-SOURCE-NO
                   WHEN 1
                       CLOSE STATEMENT-FILE
                   WHEN 2
                       CLOSE LETTER-FILE
                   WHEN 3
                       CLOSE NOTICE-FILE
               END-EVALUATE
           END-IF
           IF WS-IX-OPEN
               EVALUATE WS-SOURCE-NO
                   WHEN 1
                       CLOSE STATEMENT-INDEX-FILE
                   WHEN 2
                       CLOSE LETTER-INDEX-FILE
                   WHEN 3
                       CLOSE NOTICE-INDEX-FILE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * Every generator opens a piece with a full line of dashes;
      * anything printed ahead of the first one is treated as a
      * piece of its own rather than dropped.
      ******************************************************************
       0400-COLLECT-LINE.
           IF WS-DOC-LINE = ALL "-"
              OR NOT WS-PIECE-OPEN
               PERFORM 0500-START-PIECE
           END-IF
           ADD 1 TO WS-LINE-NO
           MOVE WS-LINE-NO  TO DW-LINE-NO
           MOVE WS-DOC-LINE TO DW-LINE-TEXT
           WRITE DOCUMENT-WORK-FILE-RECORD FROM DOCUMENT-WORK-RECORD
           ADD 1 TO WS-SC-LINE-COUNT (SC-IDX).

       0500-START-PIECE.
           MOVE "Y" TO WS-PIECE-OPEN-SW
           ADD 1 TO WS-SC-PIECE-COUNT (SC-IDX)
           MOVE ZERO TO WS-LINE-NO
           MOVE "N" TO WS-DETAIL-FOUND-SW
           PERFORM UNTIL WS-DETAIL-FOUND OR WS-IX-EOF
               PERFORM 0330-READ-INDEX-ROW
           END-PERFORM
           MOVE SPACES TO DOCUMENT-WORK-RECORD
           MOVE WS-SC-SOURCE (SC-IDX)      TO DW-SOURCE
           MOVE WS-SC-PIECE-COUNT (SC-IDX) TO DW-PIECE-NO
           IF WS-DETAIL-FOUND
               MOVE DN-CUST-ID TO DW-CUST-ID
           ELSE
               ADD 1 TO WS-SC-UNINDEXED-COUNT (SC-IDX)
           END-IF
           PERFORM 0550-ROUTE-PIECE.

      ******************************************************************
      * Decides the piece's route from the customer's CUSTMAST row.
      * E-delivery goes by preference alone -- the vendor needs no
      * street address -- but a piece to be mailed needs both a
      * street address and a postal code to presort on.  The
      * presort is on the five-digit code, so a ZIP+4 on one
      * household member's row and not another's cannot split
      * their envelope.
      ******************************************************************
       0550-ROUTE-PIECE.
           MOVE "N" TO WS-CF-FOUND-SW
           IF DW-CUST-ID NOT = SPACES
               MOVE DW-CUST-ID TO WS-CF-LOOKUP-ID
               PERFORM 0145-FIND-CUSTOMER-ADDRESS
           END-IF
           MOVE DW-CUST-ID TO DW-HOUSEHOLD-KEY
           IF WS-CF-FOUND
               MOVE WS-CF-CUST-NAME (CF-IDX) TO DW-CUST-NAME
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CF-FOUND
                   MOVE "R" TO DW-ROUTE
                   ADD 1 TO WS-SC-NO-ADDRESS-COUNT (SC-IDX)
               WHEN WS-CF-PREF-CONTACT (CF-IDX) = "E"
                   MOVE "E" TO DW-ROUTE
                   ADD 1 TO WS-SC-EDELIVERY-COUNT (SC-IDX)
               WHEN WS-CF-ADDR-LINE-1 (CF-IDX) = SPACES
                 OR WS-CF-POSTAL-CODE (CF-IDX) = SPACES
                   MOVE "R" TO DW-ROUTE
                   ADD 1 TO WS-SC-NO-ADDRESS-COUNT (SC-IDX)
               WHEN OTHER
                   MOVE "P" TO DW-ROUTE
                   MOVE WS-CF-POSTAL-CODE (CF-IDX) (1:5)
                       TO DW-POSTAL-CODE
                   PERFORM 0560-BUILD-HOUSEHOLD-KEY
                   ADD 1 TO WS-SC-PRINT-COUNT (SC-IDX)
           END-EVALUATE.

      ******************************************************************
      * Both street lines go through NameNormalize the same way the
      * sanctions screen compares addresses, so "12 Oak Street,
      * Apt 4" and "12 OAK ST APT 4" land in one envelope while a
      * different apartment in the same building does not.
      ******************************************************************
       0560-BUILD-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-NORM-IN
           STRING WS-CF-ADDR-LINE-1 (CF-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CF-ADDR-LINE-2 (CF-IDX) DELIMITED BY SIZE
               INTO WS-NORM-IN
           END-STRING
           MOVE "A" TO WS-NORM-MODE
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-NORM-OUT
           MOVE SPACES TO DW-HOUSEHOLD-KEY
           MOVE WS-NORM-OUT (1:35) TO DW-HOUSEHOLD-KEY (1:35)
           MOVE WS-CF-POSTAL-CODE (CF-IDX) (1:5)
               TO DW-HOUSEHOLD-KEY (36:5).

       0800-WRITE-COLLECT-TOTALS.
           OPEN OUTPUT COLLECT-TOTALS-FILE
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 3
               MOVE WS-SC-SOURCE (SC-IDX)      TO DC-SOURCE
               MOVE WS-SC-PRODUCED-SW (SC-IDX) TO DC-PRODUCED-SW
               MOVE WS-SC-TRAILER-SW (SC-IDX)  TO DC-TRAILER-SW
               MOVE WS-SC-GENERATOR-COUNT (SC-IDX)
                   TO DC-GENERATOR-COUNT
               MOVE WS-SC-INDEX-COUNT (SC-IDX) TO DC-INDEX-COUNT
               MOVE WS-SC-PIECE-COUNT (SC-IDX) TO DC-PIECE-COUNT
               MOVE WS-SC-LINE-COUNT (SC-IDX)  TO DC-LINE-COUNT
               MOVE WS-SC-UNINDEXED-COUNT (SC-IDX)
                   TO DC-UNINDEXED-COUNT
               MOVE WS-SC-EDELIVERY-COUNT (SC-IDX)
                   TO DC-EDELIVERY-COUNT
               MOVE WS-SC-PRINT-COUNT (SC-IDX) TO DC-PRINT-COUNT
               MOVE WS-SC-NO-ADDRESS-COUNT (SC-IDX)
                   TO DC-NO-ADDRESS-COUNT
               WRITE DOCUMENT-COLLECT-TOTALS-RECORD
           END-PERFORM
           CLOSE COLLECT-TOTALS-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== DocumentCollect CONTROL TOTALS ====="
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 3
               DISPLAY "COLLECTED " WS-SC-SOURCE (SC-IDX) ":      "
                   WS-SC-PIECE-COUNT (SC-IDX)
               DISPLAY "  E-DELIVERY:        "
                   WS-SC-EDELIVERY-COUNT (SC-IDX)
               DISPLAY "  PRINT:             "
                   WS-SC-PRINT-COUNT (SC-IDX)
               DISPLAY "  NO ADDRESS:        "
                   WS-SC-NO-ADDRESS-COUNT (SC-IDX)
               DISPLAY "  UNINDEXED:         "
                   WS-SC-UNINDEXED-COUNT (SC-IDX)
           END-PERFORM.
