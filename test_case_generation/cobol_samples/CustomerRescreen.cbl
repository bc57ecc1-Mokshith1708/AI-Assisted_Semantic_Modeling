       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerRescreen.

      ******************************************************************
      * Full rescreen of the customer information file, run in the
      * WLLOAD job straight after WatchListLoad, so that a name added
      * to the published list is caught against existing customers
      * too, not just against new applications.  Every CUSTMAST row
      * goes through WatchListMatch on its name, first address line
      * and city -- the same rules SanctionsScreen applies at intake
      * -- and each uncleared hit is added to the COMPHOLD compliance
      * hold file as hold type "C" for SanctionsDisposition to work.
      * A customer already sitting on an unworked "C" hold against
      * the same entry is not held a second time: reloading the list
      * before compliance has worked yesterday's hits must not
      * double their queue.  No usable watch list, or no customer
      * file, fails the run with RC 12 -- a rescreen that did not
      * happen must not look like one that found nothing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT COMPLIANCE-HOLD-FILE
               ASSIGN TO "COMPHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  COMPLIANCE-HOLD-FILE.
           COPY COMPHOLD.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       COPY WLMATCH.

       01  WS-CF-FS                  PIC X(02).
       01  WS-CF-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CF-EOF             VALUE "Y".
       01  WS-CH-FS                  PIC X(02).
       01  WS-CH-EOF-SW              PIC X(01) VALUE "N".
           88  WS-CH-EOF             VALUE "Y".

      ******************************************************************
      * Customer holds still open on COMPHOLD from earlier rescreens.
      ******************************************************************
       01  WS-OPEN-HOLD-AREA.
           05  WS-OH-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-OH-ROW OCCURS 500 TIMES
                             INDEXED BY OH-IDX.
               10  WS-OH-CUST-ID         PIC X(10).
               10  WS-OH-ENTRY-ID        PIC X(10).
       01  WS-OH-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-OH-FOUND           VALUE "Y".

       01  WS-SCREENED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-HELD-COUNT     PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if there is no usable watch
      * list or customer file, or the open holds overflow their
      * table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           MOVE ZERO TO WM-LIST-COUNT
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-LOAD-OPEN-HOLDS
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-RESCREEN-CUSTOMERS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0950-DISPLAY-TOTALS
           END-IF
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
      * No COMPHOLD dataset just means nothing is on hold -- a clean
      * start, not an error.  Only customer ("C") holds are kept;
      * application holds are a different queue.
      ******************************************************************
       0150-LOAD-OPEN-HOLDS.
           OPEN INPUT COMPLIANCE-HOLD-FILE
           IF WS-CH-FS = "00"
               MOVE "N" TO WS-CH-EOF-SW
               SET OH-IDX TO 1
               PERFORM UNTIL WS-CH-EOF
                   READ COMPLIANCE-HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-CH-EOF-SW
                       NOT AT END
                           IF CH-CUSTOMER-HOLD
                               IF WS-OH-COUNT >= 500
                                   DISPLAY "CustomerRescreen:"
                                       " COMPHOLD EXCEEDS TABLE"
                                       " CAPACITY"
                                   MOVE 12 TO RUN-RETURN-CODE
                                   MOVE "Y" TO WS-CH-EOF-SW
                               ELSE
                                   MOVE CH-CUST-ID  TO
                                       WS-OH-CUST-ID (OH-IDX)
                                   MOVE CH-ENTRY-ID TO
                                       WS-OH-ENTRY-ID (OH-IDX)
                                   SET OH-IDX UP BY 1
                                   ADD 1 TO WS-OH-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF.

       0180-FIND-OPEN-HOLD.
           MOVE "N" TO WS-OH-FOUND-SW
           SET OH-IDX TO 1
           PERFORM UNTIL WS-OH-FOUND OR OH-IDX > WS-OH-COUNT
               IF WS-OH-CUST-ID (OH-IDX) = WM-CUST-ID
                  AND WS-OH-ENTRY-ID (OH-IDX) = WM-ENTRY-ID
                   MOVE "Y" TO WS-OH-FOUND-SW
               ELSE
                   SET OH-IDX UP BY 1
               END-IF
           END-PERFORM.

       0200-RESCREEN-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS NOT = "00"
               DISPLAY "CustomerRescreen: CUSTMAST NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               OPEN EXTEND COMPLIANCE-HOLD-FILE
               MOVE "N" TO WS-CF-EOF-SW
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           PERFORM 0300-SCREEN-ONE
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE COMPLIANCE-HOLD-FILE
           END-IF.

       0300-SCREEN-ONE.
           MOVE CF-CUST-ID     TO WM-CUST-ID
           MOVE CF-CUST-NAME   TO WM-NAME
           MOVE CF-ADDR-LINE-1 TO WM-ADDRESS
           MOVE CF-CITY        TO WM-CITY
           CALL "WatchListMatch" USING WATCH-LIST-MATCH-AREA
           IF WM-RETURN-CODE NOT = ZERO
               MOVE WM-RETURN-CODE TO RUN-RETURN-CODE
               MOVE "Y" TO WS-CF-EOF-SW
           ELSE
               ADD 1 TO WS-SCREENED-COUNT
               IF NOT WM-NO-MATCH
                   PERFORM 0180-FIND-OPEN-HOLD
                   IF WS-OH-FOUND
                       ADD 1 TO WS-ALREADY-HELD-COUNT
                   ELSE
                       PERFORM 0400-WRITE-HOLD
                   END-IF
               END-IF
           END-IF.

       0400-WRITE-HOLD.
           MOVE "C"              TO CH-HOLD-TYPE
           MOVE CF-CUST-ID       TO CH-CUST-ID
           MOVE SPACES           TO CH-APPL-CUST-ID
           MOVE CF-CUST-NAME     TO CH-SCREENED-NAME
           MOVE WM-ENTRY-ID      TO CH-ENTRY-ID
           MOVE WM-LIST-CODE     TO CH-LIST-CODE
           MOVE WM-MATCH-TYPE    TO CH-MATCH-TYPE
           MOVE WM-WL-NAME       TO CH-WL-NAME
           MOVE WS-BUSINESS-DATE TO CH-HOLD-DATE
           MOVE SPACES           TO CH-APPLICATION
           WRITE COMPLIANCE-HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== CustomerRescreen CONTROL TOTALS ====="
           DISPLAY "WATCH-LIST ENTRIES:  " WM-LIST-COUNT
           DISPLAY "CUSTOMERS SCREENED:  " WS-SCREENED-COUNT
           DISPLAY "COMPLIANCE HOLDS:    " WS-HELD-COUNT
           DISPLAY "ALREADY ON HOLD:     " WS-ALREADY-HELD-COUNT.
