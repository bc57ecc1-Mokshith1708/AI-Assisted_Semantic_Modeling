       IDENTIFICATION DIVISION.
       PROGRAM-ID. DocumentRouting.

      ******************************************************************
      * Last step of the DOCROUTE document routing run.  Reads the
      * DOCWORK lines DocumentCollect built, after the sort has put
      * them in routing order, and sends each piece where its route
      * says:
      *   E  to the EDELIVER extract for the e-delivery vendor
      *   P  to PRINTDOC, the one presorted print file.  Pieces for
      *      the same household arrive together and go out in one
      *      envelope, each envelope opening with a banner line for
      *      the inserter.
      *   R  to the back of PRINTDOC under a NO MAILING ADDRESS
      *      banner, for the branch to deliver or correct
      * The DOCCTL control report balances each source --
      * statements, letters, notices -- from the generator's own
      * trailer count, through the index and the collection, to the
      * pieces delivered electronically, printed, or held for no
      * address, and prices the envelopes from the DOCPARM postage
      * rates along with what householding saved.  A source that
      * does not balance is flagged on the report and the run ends
      * RC 8, the same signal BatchBalancing gives, so DOCROUTE
      * keeps the generator output for investigation instead of
      * clearing it away.  No DOCCTOT or DOCWORK fails the run with
      * RC 12.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-WORK-FILE
               ASSIGN TO "DOCWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DW-FS.

           SELECT COLLECT-TOTALS-FILE
               ASSIGN TO "DOCCTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DC-FS.

           SELECT POSTAGE-PARAMETER-FILE
               ASSIGN TO "DOCPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DR-FS.

           SELECT ELECTRONIC-DELIVERY-FILE
               ASSIGN TO "EDELIVER"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINT-DOCUMENT-FILE
               ASSIGN TO "PRINTDOC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROUTING-REPORT-FILE
               ASSIGN TO "DOCCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENT-WORK-FILE.
           COPY DOCWORK.

       FD  COLLECT-TOTALS-FILE.
           COPY DOCCTOT.

       FD  POSTAGE-PARAMETER-FILE.
           COPY DOCPARM.

       FD  ELECTRONIC-DELIVERY-FILE.
           COPY EDELIVER.

       FD  PRINT-DOCUMENT-FILE.
       01  PRINT-DOCUMENT-LINE       PIC X(80).

       FD  ROUTING-REPORT-FILE.
       01  ROUTING-REPORT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-DW-FS                 PIC X(02).
       01  WS-DC-FS                 PIC X(02).
       01  WS-DR-FS                 PIC X(02).
       01  WS-DW-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DW-EOF            VALUE "Y".
       01  WS-DC-EOF-SW             PIC X(01) VALUE "N".
           88  WS-DC-EOF            VALUE "Y".

       01  WS-ENVELOPE-RATE         PIC 9(03)V9(03) VALUE ZERO.
       01  WS-ADDL-PIECE-RATE       PIC 9(03)V9(03) VALUE ZERO.

      ******************************************************************
      * The piece and envelope in progress.  A new piece starts when
      * customer, source or piece number changes; a new envelope
      * when the route, postal code or household key -- the first
      * 51 bytes of the DOCWORK row -- changes.
      ******************************************************************
       01  WS-PREV-CUST-ID          PIC X(10) VALUE HIGH-VALUES.
       01  WS-PREV-SOURCE           PIC X(04) VALUE HIGH-VALUES.
       01  WS-PREV-PIECE-NO         PIC 9(07) VALUE ZERO.
       01  WS-PREV-HOUSEHOLD        PIC X(51) VALUE HIGH-VALUES.

      ******************************************************************
      * Per source: DocumentCollect's counts off DOCCTOT beside what
      * this run actually routed, and the balance status.
      ******************************************************************
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
               10  WS-SC-EDELIVERY-ROUTED PIC 9(07) COMP.
               10  WS-SC-PRINT-ROUTED    PIC 9(07) COMP.
               10  WS-SC-NO-ADDRESS-ROUTED PIC 9(07) COMP.
               10  WS-SC-LINES-ROUTED    PIC 9(09) COMP.
               10  WS-SC-STATUS          PIC X(14).
       01  WS-SC-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-SC-FOUND          VALUE "Y".
       01  WS-LOOKUP-SOURCE         PIC X(04).
       01  WS-ROUTED-TOTAL          PIC 9(07) COMP.

       01  WS-OUT-OF-BALANCE-SW     PIC X(01) VALUE "N".
           88  WS-OUT-OF-BALANCE    VALUE "Y".

       01  WS-ENVELOPE-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-PIECES-MAILED         PIC 9(07) COMP VALUE ZERO.
       01  WS-COMBINED-PIECES       PIC 9(07) COMP VALUE ZERO.
       01  WS-NO-ADDRESS-PIECES     PIC 9(07) COMP VALUE ZERO.
       01  WS-EXTRACT-LINES         PIC 9(09) COMP VALUE ZERO.
       01  WS-PRINT-LINES           PIC 9(09) COMP VALUE ZERO.
       01  WS-POSTAGE-TOTAL         PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-POSTAGE-SAVED         PIC S9(09)V99 COMP-3 VALUE ZERO.

       01  WS-TOT-GENERATOR         PIC 9(07) COMP.
       01  WS-TOT-INDEXED           PIC 9(07) COMP.
       01  WS-TOT-COLLECTED         PIC 9(07) COMP.
       01  WS-TOT-EDELIVERY         PIC 9(07) COMP.
       01  WS-TOT-PRINTED           PIC 9(07) COMP.
       01  WS-TOT-NO-ADDRESS        PIC 9(07) COMP.

       01  WS-ENVELOPE-NO-EDITED    PIC 9(07).
       01  WS-GEN-EDITED            PIC Z,ZZZ,ZZ9.
       01  WS-IDX-EDITED            PIC Z,ZZZ,ZZ9.
       01  WS-COLL-EDITED           PIC Z,ZZZ,ZZ9.
       01  WS-EDEL-EDITED           PIC Z,ZZZ,ZZ9.
       01  WS-PRT-EDITED            PIC Z,ZZZ,ZZ9.
       01  WS-NOADDR-EDITED         PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-EDITED          PIC Z,ZZZ,ZZ9.
       01  WS-AMT-EDITED            PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RATE-EDITED           PIC ZZ9.999.
       01  WS-RATE-EDITED-2         PIC ZZ9.999.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 8 if any document source is out of
      * balance, 12 if DOCCTOT or DOCWORK is missing.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0100-INITIALIZE-SOURCES
           PERFORM 0140-LOAD-COLLECT-TOTALS
           PERFORM 0150-READ-POSTAGE-RATES
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-ROUTE-DOCUMENTS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0600-BALANCE-SOURCES
               PERFORM 0700-WRITE-CONTROL-REPORT
               PERFORM 0950-DISPLAY-TOTALS
               IF WS-OUT-OF-BALANCE
                   MOVE 8 TO RUN-RETURN-CODE
               END-IF
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
               MOVE ZERO TO WS-SC-EDELIVERY-ROUTED (SC-IDX)
               MOVE ZERO TO WS-SC-PRINT-ROUTED (SC-IDX)
               MOVE ZERO TO WS-SC-NO-ADDRESS-ROUTED (SC-IDX)
               MOVE ZERO TO WS-SC-LINES-ROUTED (SC-IDX)
               MOVE SPACES TO WS-SC-STATUS (SC-IDX)
           END-PERFORM
           MOVE "STMT" TO WS-SC-SOURCE (1)
           MOVE "LETR" TO WS-SC-SOURCE (2)
           MOVE "NOTC" TO WS-SC-SOURCE (3).

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
      * DocumentCollect's counts are what the routing balances to;
      * without them there is nothing to prove the run against.
      ******************************************************************
       0140-LOAD-COLLECT-TOTALS.
           OPEN INPUT COLLECT-TOTALS-FILE
           IF WS-DC-FS NOT = "00"
               DISPLAY "DocumentRouting: DOCCTOT NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-DC-EOF-SW
               PERFORM UNTIL WS-DC-EOF
                   READ COLLECT-TOTALS-FILE
                       AT END
                           MOVE "Y" TO WS-DC-EOF-SW
                       NOT AT END
                           MOVE DC-SOURCE TO WS-LOOKUP-SOURCE
                           PERFORM 0290-FIND-SOURCE
                           IF WS-SC-FOUND
                               PERFORM 0145-TAKE-COLLECT-TOTALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECT-TOTALS-FILE
           END-IF.

       0145-TAKE-COLLECT-TOTALS.
           MOVE DC-PRODUCED-SW     TO WS-SC-PRODUCED-SW (SC-IDX)
           MOVE DC-TRAILER-SW      TO WS-SC-TRAILER-SW (SC-IDX)
           MOVE DC-GENERATOR-COUNT TO WS-SC-GENERATOR-COUNT (SC-IDX)
           MOVE DC-INDEX-COUNT     TO WS-SC-INDEX-COUNT (SC-IDX)
           MOVE DC-PIECE-COUNT     TO WS-SC-PIECE-COUNT (SC-IDX)
           MOVE DC-LINE-COUNT      TO WS-SC-LINE-COUNT (SC-IDX)
           MOVE DC-UNINDEXED-COUNT TO WS-SC-UNINDEXED-COUNT (SC-IDX)
           MOVE DC-EDELIVERY-COUNT TO WS-SC-EDELIVERY-COUNT (SC-IDX)
           MOVE DC-PRINT-COUNT     TO WS-SC-PRINT-COUNT (SC-IDX)
           MOVE DC-NO-ADDRESS-COUNT
               TO WS-SC-NO-ADDRESS-COUNT (SC-IDX).

      ******************************************************************
      * No DOCPARM dataset just means no postage rates are set up;
      * envelopes are still counted, and the report says the
      * postage is not priced.
      ******************************************************************
       0150-READ-POSTAGE-RATES.
           OPEN INPUT POSTAGE-PARAMETER-FILE
           IF WS-DR-FS = "00"
               READ POSTAGE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DR-ENVELOPE-RATE   TO WS-ENVELOPE-RATE
                       MOVE DR-ADDL-PIECE-RATE TO WS-ADDL-PIECE-RATE
               END-READ
               CLOSE POSTAGE-PARAMETER-FILE
           END-IF.

       0200-ROUTE-DOCUMENTS.
           OPEN INPUT DOCUMENT-WORK-FILE
           IF WS-DW-FS NOT = "00"
               DISPLAY "DocumentRouting: DOCWORK NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN OUTPUT ELECTRONIC-DELIVERY-FILE
               OPEN OUTPUT PRINT-DOCUMENT-FILE
               MOVE "N" TO WS-DW-EOF-SW
               PERFORM UNTIL WS-DW-EOF
                   READ DOCUMENT-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-DW-EOF-SW
                       NOT AT END
                           PERFORM 0300-ROUTE-LINE
                   END-READ
               END-PERFORM
               CLOSE DOCUMENT-WORK-FILE
               CLOSE ELECTRONIC-DELIVERY-FILE
               CLOSE PRINT-DOCUMENT-FILE
           END-IF.

       0290-FIND-SOURCE.
           MOVE "N" TO WS-SC-FOUND-SW
           SET SC-IDX TO 1
           PERFORM UNTIL WS-SC-FOUND OR SC-IDX > 3
               IF WS-SC-SOURCE (SC-IDX) = WS-LOOKUP-SOURCE
                   MOVE "Y" TO WS-SC-FOUND-SW
               ELSE
                   SET SC-IDX UP BY 1
               END-IF
           END-PERFORM.

       0300-ROUTE-LINE.
           IF DW-CUST-ID NOT = WS-PREV-CUST-ID
              OR DW-SOURCE NOT = WS-PREV-SOURCE
              OR DW-PIECE-NO NOT = WS-PREV-PIECE-NO
               PERFORM 0400-START-PIECE
           END-IF
           IF WS-SC-FOUND
               ADD 1 TO WS-SC-LINES-ROUTED (SC-IDX)
           END-IF
           IF DW-EDELIVERY
               PERFORM 0500-WRITE-EXTRACT-LINE
           ELSE
               MOVE DW-LINE-TEXT TO PRINT-DOCUMENT-LINE
               WRITE PRINT-DOCUMENT-LINE
               ADD 1 TO WS-PRINT-LINES
           END-IF.

      ******************************************************************
      * Counts the piece against its source and route.  A mailed
      * piece for the household already being enveloped rides in
      * that envelope; otherwise it opens the next one.
      ******************************************************************
       0400-START-PIECE.
           MOVE DW-CUST-ID  TO WS-PREV-CUST-ID
           MOVE DW-SOURCE   TO WS-PREV-SOURCE
           MOVE DW-PIECE-NO TO WS-PREV-PIECE-NO
           MOVE DW-SOURCE   TO WS-LOOKUP-SOURCE
           PERFORM 0290-FIND-SOURCE
           EVALUATE TRUE
               WHEN DW-EDELIVERY
                   IF WS-SC-FOUND
                       ADD 1 TO WS-SC-EDELIVERY-ROUTED (SC-IDX)
                   END-IF
               WHEN DW-PRINT
                   IF WS-SC-FOUND
                       ADD 1 TO WS-SC-PRINT-ROUTED (SC-IDX)
                   END-IF
                   ADD 1 TO WS-PIECES-MAILED
                   IF DOCUMENT-WORK-RECORD (1:51) = WS-PREV-HOUSEHOLD
                       ADD 1 TO WS-COMBINED-PIECES
                   ELSE
                       PERFORM 0420-START-ENVELOPE
                   END-IF
               WHEN OTHER
                   IF WS-SC-FOUND
                       ADD 1 TO WS-SC-NO-ADDRESS-ROUTED (SC-IDX)
                   END-IF
                   ADD 1 TO WS-NO-ADDRESS-PIECES
                   PERFORM 0440-WRITE-NO-ADDRESS-BANNER
           END-EVALUATE.

       0420-START-ENVELOPE.
           MOVE DOCUMENT-WORK-RECORD (1:51) TO WS-PREV-HOUSEHOLD
           ADD 1 TO WS-ENVELOPE-COUNT
           MOVE WS-ENVELOPE-COUNT TO WS-ENVELOPE-NO-EDITED
           MOVE ALL "=" TO PRINT-DOCUMENT-LINE
           WRITE PRINT-DOCUMENT-LINE
           MOVE SPACES TO PRINT-DOCUMENT-LINE
           STRING "ENVELOPE " DELIMITED BY SIZE
                  WS-ENVELOPE-NO-EDITED DELIMITED BY SIZE
                  "  POSTAL " DELIMITED BY SIZE
                  DW-POSTAL-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DW-CUST-NAME DELIMITED BY SIZE
               INTO PRINT-DOCUMENT-LINE
           END-STRING
           WRITE PRINT-DOCUMENT-LINE
           ADD 2 TO WS-PRINT-LINES.

       0440-WRITE-NO-ADDRESS-BANNER.
           MOVE ALL "=" TO PRINT-DOCUMENT-LINE
           WRITE PRINT-DOCUMENT-LINE
           MOVE SPACES TO PRINT-DOCUMENT-LINE
           IF DW-CUST-ID = SPACES
               STRING "NO MAILING ADDRESS - NOT INDEXED  "
                          DELIMITED BY SIZE
                      DW-SOURCE DELIMITED BY SIZE
                      " PIECE " DELIMITED BY SIZE
                      DW-PIECE-NO DELIMITED BY SIZE
                   INTO PRINT-DOCUMENT-LINE
               END-STRING
           ELSE
               STRING "NO MAILING ADDRESS - RETURN TO BRANCH  "
                          DELIMITED BY SIZE
                      "CUSTOMER " DELIMITED BY SIZE
                      DW-CUST-ID DELIMITED BY SIZE
                   INTO PRINT-DOCUMENT-LINE
               END-STRING
           END-IF
           WRITE PRINT-DOCUMENT-LINE
           ADD 2 TO WS-PRINT-LINES.

       0500-WRITE-EXTRACT-LINE.
           MOVE WS-BUSINESS-DATE TO EV-RUN-DATE
           MOVE DW-CUST-ID       TO EV-CUST-ID
           MOVE DW-CUST-NAME     TO EV-CUST-NAME
           MOVE DW-SOURCE        TO EV-SOURCE
           MOVE DW-PIECE-NO      TO EV-PIECE-NO
           MOVE DW-LINE-NO       TO EV-LINE-NO
           MOVE DW-LINE-TEXT     TO EV-LINE-TEXT
           WRITE ELECTRONIC-DELIVERY-RECORD
           ADD 1 TO WS-EXTRACT-LINES.

      ******************************************************************
      * A source balances when the generator's trailer count, its
      * index rows and the pieces collected all agree, every piece
      * had an index row, and what was routed -- piece for piece by
      * route, and line for line -- is what was collected.  A
      * source with no trailer and nothing collected simply did not
      * run tonight.
      ******************************************************************
       0600-BALANCE-SOURCES.
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 3
               COMPUTE WS-ROUTED-TOTAL =
                   WS-SC-EDELIVERY-ROUTED (SC-IDX)
                   + WS-SC-PRINT-ROUTED (SC-IDX)
                   + WS-SC-NO-ADDRESS-ROUTED (SC-IDX)
               EVALUATE TRUE
                   WHEN WS-SC-TRAILER-SW (SC-IDX) NOT = "Y"
                    AND WS-SC-PIECE-COUNT (SC-IDX) = ZERO
                    AND WS-SC-INDEX-COUNT (SC-IDX) = ZERO
                       MOVE "NOT PRODUCED" TO WS-SC-STATUS (SC-IDX)
                   WHEN WS-SC-TRAILER-SW (SC-IDX) NOT = "Y"
                       MOVE "NO TRAILER" TO WS-SC-STATUS (SC-IDX)
                       MOVE "Y" TO WS-OUT-OF-BALANCE-SW
                   WHEN WS-SC-GENERATOR-COUNT (SC-IDX) =
                            WS-SC-INDEX-COUNT (SC-IDX)
                    AND WS-SC-GENERATOR-COUNT (SC-IDX) =
                            WS-SC-PIECE-COUNT (SC-IDX)
                    AND WS-SC-UNINDEXED-COUNT (SC-IDX) = ZERO
                    AND WS-ROUTED-TOTAL = WS-SC-PIECE-COUNT (SC-IDX)
                    AND WS-SC-EDELIVERY-ROUTED (SC-IDX) =
                            WS-SC-EDELIVERY-COUNT (SC-IDX)
                    AND WS-SC-PRINT-ROUTED (SC-IDX) =
                            WS-SC-PRINT-COUNT (SC-IDX)
                    AND WS-SC-NO-ADDRESS-ROUTED (SC-IDX) =
                            WS-SC-NO-ADDRESS-COUNT (SC-IDX)
                    AND WS-SC-LINES-ROUTED (SC-IDX) =
                            WS-SC-LINE-COUNT (SC-IDX)
                       MOVE "BALANCED" TO WS-SC-STATUS (SC-IDX)
                   WHEN OTHER
                       MOVE "OUT OF BALANCE" TO WS-SC-STATUS (SC-IDX)
                       MOVE "Y" TO WS-OUT-OF-BALANCE-SW
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-POSTAGE-TOTAL ROUNDED =
               WS-ENVELOPE-COUNT * WS-ENVELOPE-RATE
               + WS-COMBINED-PIECES * WS-ADDL-PIECE-RATE
           COMPUTE WS-POSTAGE-SAVED ROUNDED =
               WS-COMBINED-PIECES
               * (WS-ENVELOPE-RATE - WS-ADDL-PIECE-RATE).

       0700-WRITE-CONTROL-REPORT.
           OPEN OUTPUT ROUTING-REPORT-FILE
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "DOCUMENT ROUTING CONTROL REPORT - BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE ALL "-" TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "SRCE " DELIMITED BY SIZE
                  " GENERATOR" DELIMITED BY SIZE
                  "   INDEXED" DELIMITED BY SIZE
                  " COLLECTED" DELIMITED BY SIZE
                  " E-DELIVER" DELIMITED BY SIZE
                  "   PRINTED" DELIMITED BY SIZE
                  " NO ADDRES" DELIMITED BY SIZE
                  "  STATUS" DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE ZERO TO WS-TOT-GENERATOR WS-TOT-INDEXED
                        WS-TOT-COLLECTED WS-TOT-EDELIVERY
                        WS-TOT-PRINTED WS-TOT-NO-ADDRESS
           PERFORM VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > 3
               PERFORM 0720-WRITE-SOURCE-LINE
           END-PERFORM
           MOVE WS-TOT-GENERATOR  TO WS-GEN-EDITED
           MOVE WS-TOT-INDEXED    TO WS-IDX-EDITED
           MOVE WS-TOT-COLLECTED  TO WS-COLL-EDITED
           MOVE WS-TOT-EDELIVERY  TO WS-EDEL-EDITED
           MOVE WS-TOT-PRINTED    TO WS-PRT-EDITED
           MOVE WS-TOT-NO-ADDRESS TO WS-NOADDR-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "TOTAL" DELIMITED BY SIZE
                  " " WS-GEN-EDITED DELIMITED BY SIZE
                  " " WS-IDX-EDITED DELIMITED BY SIZE
                  " " WS-COLL-EDITED DELIMITED BY SIZE
                  " " WS-EDEL-EDITED DELIMITED BY SIZE
                  " " WS-PRT-EDITED DELIMITED BY SIZE
                  " " WS-NOADDR-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE SPACES TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           PERFORM 0740-WRITE-POSTAGE-SECTION
           MOVE SPACES TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           IF WS-OUT-OF-BALANCE
               MOVE "RUN STATUS: OUT OF BALANCE - GENERATOR OUTPUT KEPT"
                   TO ROUTING-REPORT-LINE
           ELSE
               MOVE "RUN STATUS: BALANCED" TO ROUTING-REPORT-LINE
           END-IF
           WRITE ROUTING-REPORT-LINE
           CLOSE ROUTING-REPORT-FILE.

       0720-WRITE-SOURCE-LINE.
           MOVE WS-SC-GENERATOR-COUNT (SC-IDX)   TO WS-GEN-EDITED
           MOVE WS-SC-INDEX-COUNT (SC-IDX)       TO WS-IDX-EDITED
           MOVE WS-SC-PIECE-COUNT (SC-IDX)       TO WS-COLL-EDITED
           MOVE WS-SC-EDELIVERY-ROUTED (SC-IDX)  TO WS-EDEL-EDITED
           MOVE WS-SC-PRINT-ROUTED (SC-IDX)      TO WS-PRT-EDITED
           MOVE WS-SC-NO-ADDRESS-ROUTED (SC-IDX) TO WS-NOADDR-EDITED
           ADD WS-SC-GENERATOR-COUNT (SC-IDX)   TO WS-TOT-GENERATOR
           ADD WS-SC-INDEX-COUNT (SC-IDX)       TO WS-TOT-INDEXED
           ADD WS-SC-PIECE-COUNT (SC-IDX)       TO WS-TOT-COLLECTED
           ADD WS-SC-EDELIVERY-ROUTED (SC-IDX)  TO WS-TOT-EDELIVERY
           ADD WS-SC-PRINT-ROUTED (SC-IDX)      TO WS-TOT-PRINTED
           ADD WS-SC-NO-ADDRESS-ROUTED (SC-IDX) TO WS-TOT-NO-ADDRESS
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING WS-SC-SOURCE (SC-IDX) DELIMITED BY SIZE
                  "  " WS-GEN-EDITED DELIMITED BY SIZE
                  " " WS-IDX-EDITED DELIMITED BY SIZE
                  " " WS-COLL-EDITED DELIMITED BY SIZE
                  " " WS-EDEL-EDITED DELIMITED BY SIZE
                  " " WS-PRT-EDITED DELIMITED BY SIZE
                  " " WS-NOADDR-EDITED DELIMITED BY SIZE
                  "  " WS-SC-STATUS (SC-IDX) DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           IF WS-SC-UNINDEXED-COUNT (SC-IDX) > ZERO
               MOVE WS-SC-UNINDEXED-COUNT (SC-IDX) TO WS-COUNT-EDITED
               MOVE SPACES TO ROUTING-REPORT-LINE
               STRING "      PIECES WITH NO INDEX ROW: "
                          DELIMITED BY SIZE
                      WS-COUNT-EDITED DELIMITED BY SIZE
                   INTO ROUTING-REPORT-LINE
               END-STRING
               WRITE ROUTING-REPORT-LINE
           END-IF.

      ******************************************************************
      * Mailed pieces, the envelopes they went out in, and what the
      * envelopes cost.  Every piece householded into an envelope
      * already going out saved the difference between a
      * first-piece and an additional-piece rate.
      ******************************************************************
       0740-WRITE-POSTAGE-SECTION.
           MOVE "PRINT AND MAIL" TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           MOVE WS-PIECES-MAILED TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "PIECES MAILED:              " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE WS-ENVELOPE-COUNT TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "ENVELOPES:                  " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE WS-COMBINED-PIECES TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "PIECES HOUSEHOLDED:         " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE WS-NO-ADDRESS-PIECES TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "HELD - NO MAILING ADDRESS:  " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           IF WS-ENVELOPE-RATE = ZERO
              AND WS-ADDL-PIECE-RATE = ZERO
               MOVE "POSTAGE RATES NOT CONFIGURED"
                   TO ROUTING-REPORT-LINE
               WRITE ROUTING-REPORT-LINE
           ELSE
               MOVE WS-ENVELOPE-RATE   TO WS-RATE-EDITED
               MOVE WS-ADDL-PIECE-RATE TO WS-RATE-EDITED-2
               MOVE SPACES TO ROUTING-REPORT-LINE
               STRING "POSTAGE RATES:  ENVELOPE " DELIMITED BY SIZE
                      WS-RATE-EDITED DELIMITED BY SIZE
                      "  ADDITIONAL PIECE " DELIMITED BY SIZE
                      WS-RATE-EDITED-2 DELIMITED BY SIZE
                   INTO ROUTING-REPORT-LINE
               END-STRING
               WRITE ROUTING-REPORT-LINE
               MOVE WS-POSTAGE-TOTAL TO WS-AMT-EDITED
               MOVE SPACES TO ROUTING-REPORT-LINE
               STRING "POSTAGE:                " DELIMITED BY SIZE
                      WS-AMT-EDITED DELIMITED BY SIZE
                   INTO ROUTING-REPORT-LINE
               END-STRING
               WRITE ROUTING-REPORT-LINE
               MOVE WS-POSTAGE-SAVED TO WS-AMT-EDITED
               MOVE SPACES TO ROUTING-REPORT-LINE
               STRING "SAVED BY HOUSEHOLDING:  " DELIMITED BY SIZE
                      WS-AMT-EDITED DELIMITED BY SIZE
                   INTO ROUTING-REPORT-LINE
               END-STRING
               WRITE ROUTING-REPORT-LINE
           END-IF
           MOVE SPACES TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           MOVE "ELECTRONIC DELIVERY" TO ROUTING-REPORT-LINE
           WRITE ROUTING-REPORT-LINE
           MOVE WS-TOT-EDELIVERY TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "PIECES TO VENDOR:           " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE
           MOVE WS-EXTRACT-LINES TO WS-COUNT-EDITED
           MOVE SPACES TO ROUTING-REPORT-LINE
           STRING "EXTRACT LINES:              " DELIMITED BY SIZE
                  WS-COUNT-EDITED DELIMITED BY SIZE
               INTO ROUTING-REPORT-LINE
           END-STRING
           WRITE ROUTING-REPORT-LINE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== DocumentRouting CONTROL TOTALS ====="
           DISPLAY "E-DELIVERY PIECES:   " WS-TOT-EDELIVERY
           DISPLAY "PIECES MAILED:       " WS-PIECES-MAILED
           DISPLAY "ENVELOPES:           " WS-ENVELOPE-COUNT
           DISPLAY "PIECES HOUSEHOLDED:  " WS-COMBINED-PIECES
           DISPLAY "NO MAILING ADDRESS:  " WS-NO-ADDRESS-PIECES
           DISPLAY "PRINT LINES:         " WS-PRINT-LINES
           IF WS-OUT-OF-BALANCE
               DISPLAY "DocumentRouting: DOCUMENT COUNTS OUT OF"
                   " BALANCE - SEE DOCCTL"
           END-IF.
