       IDENTIFICATION DIVISION.
       PROGRAM-ID. SanctionsScreen.

      ******************************************************************
      * Sanctions / watch-list screen, run between ApplicationEdit and
      * FraudScreen so nothing reaches decisioning unscreened.
      * Each clean application is put through WatchListMatch up to
      * three ways: the applicant's name as keyed (CA-CUST-NAME);
      * the applicant's name and address as held on the customer
      * file (CUSTMAST), where there is a row; and, on a joint
      * application, the co-applicant's customer-file name and
      * address.  The first uncleared hit routes the whole
      * application to the COMPHOLD compliance hold file (hold type
      * "A") for SanctionsDisposition instead of passing it through
      * to CUSTSCRN; everything else passes through unchanged.
      * Applications compliance cleared and released since the last
      * run ride back in through tonight's sort on SANCREL; once
      * they are past the sort, SANCREL is emptied here so they are
      * not fed in twice.  No usable watch list, or a customer file
      * too big for the table, fails the run with RC 12 -- a screen
      * that cannot see the list or the customer file must stop the
      * stream, not wave applications through.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-APPLICATION-FILE
               ASSIGN TO "CUSTCLN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT SCREENED-APPLICATION-FILE
               ASSIGN TO "CUSTSCRN"
               ORGANIZATION IS SEQUENTIAL.

           SELECT COMPLIANCE-HOLD-FILE
               ASSIGN TO "COMPHOLD"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELEASED-APPLICATION-FILE
               ASSIGN TO "SANCREL"
               ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO "CUSTMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CF-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-APPLICATION-FILE.
           COPY CUSTREC.

       FD  SCREENED-APPLICATION-FILE.
       01  SCREENED-APPLICATION-RECORD PIC X(104).

       FD  COMPLIANCE-HOLD-FILE.
           COPY COMPHOLD.

       FD  RELEASED-APPLICATION-FILE.
       01  RELEASED-APPLICATION-RECORD PIC X(104).

       FD  CUSTOMER-MASTER-FILE.
           COPY CIFREC.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       COPY CIFWS.

       COPY WLMATCH.

       01  WS-EOF-SW             PIC X(01) VALUE "N".
           88  END-OF-APPLICATIONS  VALUE "Y".

       01  WS-APP-STATUS         PIC X(10).
       01  WS-APP-PROGRAM-ID     PIC X(30).

       01  WS-PASSED-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-CO-HELD-COUNT      PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if there is no usable watch
      * list or the customer file overflows its table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0140-LOAD-CUSTOMER-MASTER
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0160-LOAD-WATCH-LIST
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-SCREEN-APPLICATIONS
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0600-EMPTY-RELEASED-FILE
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
      * Loads the customer information file once at start-up.  No
      * CUSTMAST dataset just means there is no customer-file name
      * or address to screen and applications are screened on
      * CA-CUST-NAME alone.  Unlike the letter runs, a customer
      * file past the table's capacity fails the run: silently
      * leaving customers out would leave their addresses
      * unscreened.
      ******************************************************************
       0140-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CF-FS = "00"
               MOVE "N" TO WS-CF-EOF-SW
               SET CF-IDX TO 1
               PERFORM UNTIL WS-CF-EOF
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-CF-EOF-SW
                       NOT AT END
                           IF WS-CF-COUNT >= 500
                               DISPLAY "SanctionsScreen: CUSTMAST"
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
                               MOVE CF-CITY TO
                                   WS-CF-CITY (CF-IDX)
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
      * A call for a blank party matches nothing but makes
      * WatchListMatch load the list up front, so a missing or empty
      * WATCHLST stops the run even on a night with no applications.
      ******************************************************************
       0160-LOAD-WATCH-LIST.
           MOVE SPACES TO WM-CUST-ID
           MOVE SPACES TO WM-NAME
           MOVE SPACES TO WM-ADDRESS
           MOVE SPACES TO WM-CITY
           CALL "WatchListMatch" USING WATCH-LIST-MATCH-AREA
           MOVE WM-RETURN-CODE TO RUN-RETURN-CODE.

       0200-SCREEN-APPLICATIONS.
           OPEN INPUT  CLEAN-APPLICATION-FILE
           OPEN OUTPUT SCREENED-APPLICATION-FILE
           OPEN EXTEND COMPLIANCE-HOLD-FILE
           PERFORM UNTIL END-OF-APPLICATIONS
               READ CLEAN-APPLICATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM 0300-SCREEN-ONE
               END-READ
           END-PERFORM
           CLOSE CLEAN-APPLICATION-FILE
           CLOSE SCREENED-APPLICATION-FILE
           CLOSE COMPLIANCE-HOLD-FILE.

       0300-SCREEN-ONE.
           MOVE CA-CUST-ID   TO WM-CUST-ID
           MOVE CA-CUST-NAME TO WM-NAME
           MOVE SPACES       TO WM-ADDRESS
           MOVE SPACES       TO WM-CITY
           CALL "WatchListMatch" USING WATCH-LIST-MATCH-AREA
           IF WM-NO-MATCH AND WM-RETURN-CODE = ZERO
               MOVE CA-CUST-ID TO WS-CF-LOOKUP-ID
               PERFORM 0320-SCREEN-CIF-PARTY
           END-IF
           IF WM-NO-MATCH AND WM-RETURN-CODE = ZERO
              AND CA-HAS-CO-APPLICANT = "Y"
              AND CA-CO-CUST-ID NOT = SPACES
               MOVE CA-CO-CUST-ID TO WS-CF-LOOKUP-ID
               PERFORM 0320-SCREEN-CIF-PARTY
           END-IF
           EVALUATE TRUE
               WHEN WM-RETURN-CODE NOT = ZERO
                   MOVE WM-RETURN-CODE TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-EOF-SW
               WHEN WM-NO-MATCH
                   WRITE SCREENED-APPLICATION-RECORD
                       FROM CUSTOMER-RECORD
                   ADD 1 TO WS-PASSED-COUNT
               WHEN OTHER
                   PERFORM 0400-WRITE-HOLD
           END-EVALUATE.

       0320-SCREEN-CIF-PARTY.
           PERFORM 0145-FIND-CUSTOMER-ADDRESS
           IF WS-CF-FOUND
               MOVE WS-CF-LOOKUP-ID             TO WM-CUST-ID
               MOVE WS-CF-CUST-NAME (CF-IDX)    TO WM-NAME
               MOVE WS-CF-ADDR-LINE-1 (CF-IDX)  TO WM-ADDRESS
               MOVE WS-CF-CITY (CF-IDX)         TO WM-CITY
               CALL "WatchListMatch" USING WATCH-LIST-MATCH-AREA
           END-IF.

      ******************************************************************
      * The hold carries the whole application image so a cleared
      * application can be released back into intake exactly as it
      * arrived.  CH-CUST-ID is whoever matched; the APPLSTAT event
      * goes against the application either way, so the branch can
      * see why nothing has come back on it.
      ******************************************************************
       0400-WRITE-HOLD.
           MOVE "A"             TO CH-HOLD-TYPE
           MOVE WM-CUST-ID      TO CH-CUST-ID
           MOVE CA-CUST-ID      TO CH-APPL-CUST-ID
           MOVE WM-NAME         TO CH-SCREENED-NAME
           MOVE WM-ENTRY-ID     TO CH-ENTRY-ID
           MOVE WM-LIST-CODE    TO CH-LIST-CODE
           MOVE WM-MATCH-TYPE   TO CH-MATCH-TYPE
           MOVE WM-WL-NAME      TO CH-WL-NAME
           MOVE WS-BUSINESS-DATE TO CH-HOLD-DATE
           MOVE CUSTOMER-RECORD TO CH-APPLICATION
           WRITE COMPLIANCE-HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           IF WM-CUST-ID NOT = CA-CUST-ID
               ADD 1 TO WS-CO-HELD-COUNT
           END-IF
           MOVE "COMPL-HOLD" TO WS-APP-STATUS
           MOVE "SanctionsScreen" TO WS-APP-PROGRAM-ID
           CALL "AppStatusUpdate" USING CA-CUST-ID WS-APP-STATUS
                   WS-APP-PROGRAM-ID.

      ******************************************************************
      * Tonight's sort has already taken in whatever compliance
      * released, so the release file is emptied for the next batch
      * of clears to accumulate in.
      ******************************************************************
       0600-EMPTY-RELEASED-FILE.
           OPEN OUTPUT RELEASED-APPLICATION-FILE
           CLOSE RELEASED-APPLICATION-FILE.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== SanctionsScreen CONTROL TOTALS ====="
           DISPLAY "WATCH-LIST ENTRIES:  " WM-LIST-COUNT
           DISPLAY "PASSED THROUGH:      " WS-PASSED-COUNT
           DISPLAY "COMPLIANCE HOLDS:    " WS-HELD-COUNT
           DISPLAY "  ON CO-APPLICANT:   " WS-CO-HELD-COUNT.
