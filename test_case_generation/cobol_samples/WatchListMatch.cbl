       IDENTIFICATION DIVISION.
       PROGRAM-ID. WatchListMatch.

      ******************************************************************
      * Shared watch-list matching routine, CALLed once per party by
      * SanctionsScreen (applications in LOANBAT) and CustomerRescreen
      * (the whole customer file whenever a new list is loaded), so
      * both apply exactly the same matching rules.  The first call
      * loads WATCHLST and the WLCLEAR cleared pairs into working
      * storage, which stays resident for the rest of the run; every
      * call after that only normalizes the party and walks the
      * table.  A party matches an entry when
      *   - its normalized name equals the listed name (type N);
      *   - every word of the shorter of the two names, at least two
      *     words long, appears somewhere in the other, in any
      *     order, so "SMITH JOHN" and "JOHN ROBERT SMITH" both
      *     catch "JOHN SMITH" (type T); or
      *   - the caller supplied an address and its normalized first
      *     line and city both equal the listed address (type A).
      * An entry compliance has already cleared for this CUST-ID is
      * passed over and the walk carries on to the next entry.
      * No WATCHLST, an empty one, or one too big for the table
      * returns WM-RETURN-CODE 12: screening against a missing or
      * partial list would pass everyone, which is worse than not
      * running.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE
               ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FS.

           SELECT WATCH-LIST-CLEAR-FILE
               ASSIGN TO "WLCLEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
           COPY WATCHLST.

       FD  WATCH-LIST-CLEAR-FILE.
           COPY WLCLEAR.

       WORKING-STORAGE SECTION.

       01  WS-WL-FS                  PIC X(02).
       01  WS-WL-EOF-SW              PIC X(01) VALUE "N".
           88  WS-WL-EOF             VALUE "Y".
       01  WS-WC-FS                  PIC X(02).
       01  WS-WC-EOF-SW              PIC X(01) VALUE "N".
           88  WS-WC-EOF             VALUE "Y".
       01  WS-LOADED-SW              PIC X(01) VALUE "N".
           88  WS-LIST-LOADED        VALUE "Y".
       01  WS-LOAD-RC                PIC S9(04) COMP VALUE ZERO.

      ******************************************************************
      * The watch list, one row per entry with its normalized name
      * already broken into words so the per-party walk does no
      * splitting of its own.
      ******************************************************************
       01  WS-WATCH-AREA.
           05  WS-WT-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-WT-ROW OCCURS 2000 TIMES
                             INDEXED BY WT-IDX.
               10  WS-WT-ENTRY-ID        PIC X(10).
               10  WS-WT-LIST-CODE       PIC X(04).
               10  WS-WT-ENTRY-NAME      PIC X(60).
               10  WS-WT-NORM-NAME       PIC X(60).
               10  WS-WT-NORM-ADDRESS    PIC X(40).
               10  WS-WT-NORM-CITY       PIC X(20).
               10  WS-WT-WORD-COUNT      PIC 9(02) COMP.
               10  WS-WT-WORD            PIC X(20)
                                         OCCURS 8 TIMES.

       01  WS-CLEAR-AREA.
           05  WS-CL-COUNT           PIC 9(05) COMP VALUE ZERO.
           05  WS-CL-ROW OCCURS 2000 TIMES
                             INDEXED BY CL-IDX.
               10  WS-CL-CUST-ID         PIC X(10).
               10  WS-CL-ENTRY-ID        PIC X(10).
       01  WS-CL-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-CL-FOUND           VALUE "Y".

      ******************************************************************
      * The party being screened, normalized, with its name broken
      * into words the same way.
      ******************************************************************
       01  WS-NORM-MODE              PIC X(01).
       01  WS-NORM-IN                PIC X(60).
       01  WS-PARTY-NORM-NAME        PIC X(60).
       01  WS-PARTY-NORM-ADDRESS     PIC X(60).
       01  WS-PARTY-NORM-CITY        PIC X(60).
       01  WS-PARTY-WORD-COUNT       PIC 9(02) COMP.
       01  WS-PARTY-WORD             PIC X(20) OCCURS 8 TIMES.

       01  WS-SPLIT-TEXT             PIC X(60).
       01  WS-SPLIT-COUNT            PIC 9(02) COMP.
       01  WS-SPLIT-WORD             PIC X(20) OCCURS 8 TIMES.
       01  WS-SPLIT-POS              PIC 9(03) COMP.
       01  WS-SPLIT-LEN              PIC 9(03) COMP.

       01  WS-WORD-IDX               PIC 9(02) COMP.
       01  WS-OTHER-IDX              PIC 9(02) COMP.
       01  WS-WORDS-FOUND            PIC 9(02) COMP.
       01  WS-WORD-FOUND-SW          PIC X(01).
           88  WS-WORD-FOUND         VALUE "Y".
       01  WS-ENTRY-MATCH-TYPE       PIC X(01).

       LINKAGE SECTION.

           COPY WLMATCH.

       PROCEDURE DIVISION USING WATCH-LIST-MATCH-AREA.

       0000-MAINLINE.
           IF NOT WS-LIST-LOADED
               PERFORM 0100-LOAD-WATCH-LIST
               IF WS-LOAD-RC = ZERO
                   PERFORM 0150-LOAD-CLEARED-PAIRS
               END-IF
               MOVE "Y" TO WS-LOADED-SW
           END-IF
           MOVE WS-LOAD-RC  TO WM-RETURN-CODE
           MOVE WS-WT-COUNT TO WM-LIST-COUNT
           MOVE SPACE  TO WM-MATCH-TYPE
           MOVE SPACES TO WM-ENTRY-ID
           MOVE SPACES TO WM-LIST-CODE
           MOVE SPACES TO WM-WL-NAME
           IF WS-LOAD-RC = ZERO
               PERFORM 0300-NORMALIZE-PARTY
               SET WT-IDX TO 1
               PERFORM UNTIL NOT WM-NO-MATCH
                       OR WT-IDX > WS-WT-COUNT
                   PERFORM 0400-MATCH-ONE-ENTRY
                   SET WT-IDX UP BY 1
               END-PERFORM
           END-IF
           GOBACK.

       0100-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WL-FS NOT = "00"
               DISPLAY "WatchListMatch: WATCHLST NOT AVAILABLE"
               MOVE 12 TO WS-LOAD-RC
           ELSE
               MOVE "N" TO WS-WL-EOF-SW
               SET WT-IDX TO 1
               PERFORM UNTIL WS-WL-EOF
                   READ WATCH-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-WL-EOF-SW
                       NOT AT END
                           IF WS-WT-COUNT >= 2000
                               DISPLAY "WatchListMatch:"
                                   " WATCHLST EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO WS-LOAD-RC
                               MOVE "Y" TO WS-WL-EOF-SW
                           ELSE
                               PERFORM 0120-STORE-ENTRY
                               SET WT-IDX UP BY 1
                               ADD 1 TO WS-WT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-FILE
               IF WS-WT-COUNT = ZERO
                   DISPLAY "WatchListMatch: WATCHLST IS EMPTY"
                   MOVE 12 TO WS-LOAD-RC
               END-IF
           END-IF.

       0120-STORE-ENTRY.
           MOVE WL-ENTRY-ID     TO WS-WT-ENTRY-ID (WT-IDX)
           MOVE WL-LIST-CODE    TO WS-WT-LIST-CODE (WT-IDX)
           MOVE WL-ENTRY-NAME   TO WS-WT-ENTRY-NAME (WT-IDX)
           MOVE WL-NORM-NAME    TO WS-WT-NORM-NAME (WT-IDX)
           MOVE WL-NORM-ADDRESS TO WS-WT-NORM-ADDRESS (WT-IDX)
           MOVE WL-NORM-CITY    TO WS-WT-NORM-CITY (WT-IDX)
           MOVE WL-NORM-NAME    TO WS-SPLIT-TEXT
           PERFORM 0500-SPLIT-WORDS
           MOVE WS-SPLIT-COUNT  TO WS-WT-WORD-COUNT (WT-IDX)
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 8
               MOVE WS-SPLIT-WORD (WS-WORD-IDX) TO
                   WS-WT-WORD (WT-IDX WS-WORD-IDX)
           END-PERFORM.

      ******************************************************************
      * No WLCLEAR dataset just means compliance has not cleared
      * anything yet -- a clean start, not an error.  More cleared
      * pairs than the table holds fails the run: dropping some
      * would re-hold customers compliance already cleared, not
      * under-screen, but it still needs looking at.
      ******************************************************************
       0150-LOAD-CLEARED-PAIRS.
           OPEN INPUT WATCH-LIST-CLEAR-FILE
           IF WS-WC-FS = "00"
               MOVE "N" TO WS-WC-EOF-SW
               SET CL-IDX TO 1
               PERFORM UNTIL WS-WC-EOF
                   READ WATCH-LIST-CLEAR-FILE
                       AT END
                           MOVE "Y" TO WS-WC-EOF-SW
                       NOT AT END
                           IF WS-CL-COUNT >= 2000
                               DISPLAY "WatchListMatch:"
                                   " WLCLEAR EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO WS-LOAD-RC
                               MOVE "Y" TO WS-WC-EOF-SW
                           ELSE
                               MOVE WC-CUST-ID  TO
                                   WS-CL-CUST-ID (CL-IDX)
                               MOVE WC-ENTRY-ID TO
                                   WS-CL-ENTRY-ID (CL-IDX)
                               SET CL-IDX UP BY 1
                               ADD 1 TO WS-CL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-LIST-CLEAR-FILE
           END-IF.

       0300-NORMALIZE-PARTY.
           MOVE "N"     TO WS-NORM-MODE
           MOVE WM-NAME TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-PARTY-NORM-NAME
           MOVE "A"        TO WS-NORM-MODE
           MOVE WM-ADDRESS TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-PARTY-NORM-ADDRESS
           MOVE WM-CITY    TO WS-NORM-IN
           CALL "NameNormalize" USING WS-NORM-IN WS-NORM-MODE
                   WS-PARTY-NORM-CITY
           MOVE WS-PARTY-NORM-NAME TO WS-SPLIT-TEXT
           PERFORM 0500-SPLIT-WORDS
           MOVE WS-SPLIT-COUNT TO WS-PARTY-WORD-COUNT
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 8
               MOVE WS-SPLIT-WORD (WS-WORD-IDX) TO
                   WS-PARTY-WORD (WS-WORD-IDX)
           END-PERFORM.

       0400-MATCH-ONE-ENTRY.
           MOVE SPACE TO WS-ENTRY-MATCH-TYPE
           IF WS-PARTY-NORM-NAME NOT = SPACES
               IF WS-PARTY-NORM-NAME = WS-WT-NORM-NAME (WT-IDX)
                   MOVE "N" TO WS-ENTRY-MATCH-TYPE
               ELSE
                   PERFORM 0420-MATCH-WORDS
               END-IF
           END-IF
           IF WS-ENTRY-MATCH-TYPE = SPACE
              AND WS-PARTY-NORM-ADDRESS NOT = SPACES
              AND WS-WT-NORM-ADDRESS (WT-IDX) NOT = SPACES
              AND WS-PARTY-NORM-ADDRESS = WS-WT-NORM-ADDRESS (WT-IDX)
              AND WS-PARTY-NORM-CITY = WS-WT-NORM-CITY (WT-IDX)
               MOVE "A" TO WS-ENTRY-MATCH-TYPE
           END-IF
           IF WS-ENTRY-MATCH-TYPE NOT = SPACE
               PERFORM 0450-CHECK-CLEARED
               IF NOT WS-CL-FOUND
                   MOVE WS-ENTRY-MATCH-TYPE      TO WM-MATCH-TYPE
                   MOVE WS-WT-ENTRY-ID (WT-IDX)   TO WM-ENTRY-ID
                   MOVE WS-WT-LIST-CODE (WT-IDX)  TO WM-LIST-CODE
                   MOVE WS-WT-ENTRY-NAME (WT-IDX) TO WM-WL-NAME
               END-IF
           END-IF.

      ******************************************************************
      * Order-independent word match.  Whichever name has fewer
      * words must have every one of them somewhere in the other;
      * a one-word name on either side never matches this way, or
      * every applicant called "SMITH" would be held.
      ******************************************************************
       0420-MATCH-WORDS.
           MOVE ZERO TO WS-WORDS-FOUND
           IF WS-PARTY-WORD-COUNT >= 2
              AND WS-WT-WORD-COUNT (WT-IDX) >= 2
               IF WS-PARTY-WORD-COUNT <= WS-WT-WORD-COUNT (WT-IDX)
                   PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                           UNTIL WS-WORD-IDX > WS-PARTY-WORD-COUNT
                       MOVE "N" TO WS-WORD-FOUND-SW
                       PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                               UNTIL WS-WORD-FOUND
                               OR WS-OTHER-IDX >
                                  WS-WT-WORD-COUNT (WT-IDX)
                           IF WS-PARTY-WORD (WS-WORD-IDX) =
                              WS-WT-WORD (WT-IDX WS-OTHER-IDX)
                               MOVE "Y" TO WS-WORD-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF WS-WORD-FOUND
                           ADD 1 TO WS-WORDS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-WORDS-FOUND = WS-PARTY-WORD-COUNT
                       MOVE "T" TO WS-ENTRY-MATCH-TYPE
                   END-IF
               ELSE
                   PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                           UNTIL WS-WORD-IDX >
                                 WS-WT-WORD-COUNT (WT-IDX)
                       MOVE "N" TO WS-WORD-FOUND-SW
                       PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                               UNTIL WS-WORD-FOUND
                               OR WS-OTHER-IDX > WS-PARTY-WORD-COUNT
                           IF WS-WT-WORD (WT-IDX WS-WORD-IDX) =
                              WS-PARTY-WORD (WS-OTHER-IDX)
                               MOVE "Y" TO WS-WORD-FOUND-SW
                           END-IF
                       END-PERFORM
                       IF WS-WORD-FOUND
                           ADD 1 TO WS-WORDS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-WORDS-FOUND = WS-WT-WORD-COUNT (WT-IDX)
                       MOVE "T" TO WS-ENTRY-MATCH-TYPE
                   END-IF
               END-IF
           END-IF.

       0450-CHECK-CLEARED.
           MOVE "N" TO WS-CL-FOUND-SW
           SET CL-IDX TO 1
           PERFORM UNTIL WS-CL-FOUND OR CL-IDX > WS-CL-COUNT
               IF WS-CL-CUST-ID (CL-IDX) = WM-CUST-ID
                  AND WS-CL-ENTRY-ID (CL-IDX) =
                      WS-WT-ENTRY-ID (WT-IDX)
                   MOVE "Y" TO WS-CL-FOUND-SW
               ELSE
                   SET CL-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Breaks an already-normalized name (single spaces, no
      * leading space) into at most eight words.  Words past the
      * eighth are ignored.
      ******************************************************************
       0500-SPLIT-WORDS.
           MOVE ZERO TO WS-SPLIT-COUNT
           MOVE ZERO TO WS-SPLIT-LEN
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 8
               MOVE SPACES TO WS-SPLIT-WORD (WS-WORD-IDX)
           END-PERFORM
           PERFORM VARYING WS-SPLIT-POS FROM 1 BY 1
                   UNTIL WS-SPLIT-POS > 60
               IF WS-SPLIT-TEXT (WS-SPLIT-POS:1) = SPACE
                   MOVE ZERO TO WS-SPLIT-LEN
               ELSE
                   IF WS-SPLIT-LEN = ZERO
                       ADD 1 TO WS-SPLIT-COUNT
                   END-IF
                   ADD 1 TO WS-SPLIT-LEN
                   IF WS-SPLIT-COUNT <= 8 AND WS-SPLIT-LEN <= 20
                       MOVE WS-SPLIT-TEXT (WS-SPLIT-POS:1) TO
                           WS-SPLIT-WORD (WS-SPLIT-COUNT)
                               (WS-SPLIT-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SPLIT-COUNT > 8
               MOVE 8 TO WS-SPLIT-COUNT
           END-IF.
