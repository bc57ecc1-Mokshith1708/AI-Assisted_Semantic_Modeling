       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListLoad.

      ******************************************************************
      * Reloads WATCHLST from the sanctions / watch list as published
      * (WLFEED).  Every entry's name, address and city goes through
      * NameNormalize once here so the screens compare against the
      * same normalized form they produce for each applicant and
      * customer.  An entry with no ID or no name cannot be matched
      * or cleared and is counted and skipped.  The feed is counted
      * in a first pass before WATCHLST is opened: a missing or
      * empty feed, or one with no usable entries, fails the run
      * with RC 12 and leaves the list already on file in place --
      * replacing a good list with nothing would switch screening
      * off.  The WLLOAD job follows this with CustomerRescreen so
      * the whole customer file is screened against the new list.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FEED-FILE
               ASSIGN TO "WLFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-FS.

           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FEED-FILE.
           COPY WLFEED.

       FD  WATCH-LIST-FILE.
           COPY WATCHLST.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.

       01  WS-WF-FS                  PIC X(02).
       01  WS-WF-EOF-SW              PIC X(01) VALUE "N".
           88  WS-WF-EOF             VALUE "Y".

       01  WS-NORM-MODE              PIC X(01).
       01  WS-NORM-IN                PIC X(60).
       01  WS-NORM-OUT               PIC X(60).

       01  WS-USABLE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-LOADED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the feed is missing or has
      * no usable entries.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0150-COUNT-FEED
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0200-LOAD-WATCH-LIST
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

       0150-COUNT-FEED.
           OPEN INPUT WATCH-LIST-FEED-FILE
           IF WS-WF-FS NOT = "00"
               DISPLAY "WatchListLoad: WLFEED NOT AVAILABLE"
               MOVE 12 TO RUN-RETURN-CODE
           ELSE
               MOVE "N" TO WS-WF-EOF-SW
               PERFORM UNTIL WS-WF-EOF
                   READ WATCH-LIST-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-WF-EOF-SW
                       NOT AT END
                           IF WF-ENTRY-ID NOT = SPACES
                              AND WF-ENTRY-NAME NOT = SPACES
                               ADD 1 TO WS-USABLE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FEED-FILE
               IF WS-USABLE-COUNT = ZERO
                   DISPLAY "WatchListLoad: WLFEED HAS NO USABLE"
                       " ENTRIES -- WATCHLST NOT REPLACED"
                   MOVE 12 TO RUN-RETURN-CODE
               END-IF
           END-IF.

       0200-LOAD-WATCH-LIST.
           OPEN INPUT  WATCH-LIST-FEED-FILE
           OPEN OUTPUT WATCH-LIST-FILE
           MOVE "N" TO WS-WF-EOF-SW
           PERFORM UNTIL WS-WF-EOF
               READ WATCH-LIST-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-WF-EOF-SW
                   NOT AT END
                       IF WF-ENTRY-ID = SPACES
                          OR WF-ENTRY-NAME = SPACES
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           PERFORM 0300-WRITE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FEED-FILE
           CLOSE WATCH-LIST-FILE.

       0300-WRITE-ENTRY.
           MOVE WF-ENTRY-ID   TO WL-ENTRY-ID
           MOVE WF-LIST-CODE  TO WL-LIST-CODE
           MOVE WF-ENTRY-NAME TO WL-ENTRY-NAME
           MOVE WF-COUNTRY    TO WL-COUNTRY
           MOVE "N"           TO WS-NORM-MODE
           MOVE WF-ENTRY-NAME TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-NORM-OUT
           MOVE WS-NORM-OUT   TO WL-NORM-NAME
           MOVE "A"           TO WS-NORM-MODE
           MOVE WF-ADDRESS    TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-NORM-OUT
           MOVE WS-NORM-OUT   TO WL-NORM-ADDRESS
           MOVE WF-CITY       TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-NORM-OUT
           MOVE WS-NORM-OUT   TO WL-NORM-CITY
           MOVE WS-BUSINESS-DATE TO WL-LOAD-DATE
           WRITE WATCH-LIST-RECORD
           ADD 1 TO WS-LOADED-COUNT.

       0950-DISPLAY-TOTALS.
           DISPLAY "===== WatchListLoad CONTROL TOTALS ====="
           DISPLAY "ENTRIES LOADED:      " WS-LOADED-COUNT
           DISPLAY "ENTRIES SKIPPED:     " WS-SKIPPED-COUNT.
