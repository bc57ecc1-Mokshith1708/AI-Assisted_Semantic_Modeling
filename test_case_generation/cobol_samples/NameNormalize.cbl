       IDENTIFICATION DIVISION.
       PROGRAM-ID. NameNormalize.

      ******************************************************************
      * Shared normalization routine for watch-list screening, CALLed
      * the way PIIMask is CALLed for masking.  The published list,
      * the application and the customer file all spell the same
      * name differently -- "Mr. John O'Brien, Jr." against
      * "OBRIEN JOHN" -- so every name and address is put through
      * the same rules before anything is compared:
      *   - lower case folded to upper case;
      *   - apostrophes and periods dropped (O'BRIEN -> OBRIEN);
      *   - every other non-alphanumeric treated as a word break;
      *   - runs of spaces collapsed to one, no leading space;
      *   - in name mode ("N") honorifics and generational
      *     suffixes dropped (MR, MRS, DR, JR, III ...);
      *   - in address mode ("A") the common street words
      *     abbreviated the postal way (STREET -> ST ...).
      * Keeping the rules in one routine means the load and both
      * screens can never drift apart on what "the same name" is.
      ******************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-NN-WORK                PIC X(60).
       01  WS-NN-CHAR                PIC X(01).
       01  WS-NN-IDX                 PIC 9(03) COMP.
       01  WS-NN-TOKEN               PIC X(20).
       01  WS-NN-TOKEN-LEN           PIC 9(03) COMP.
       01  WS-NN-OUT-LEN             PIC 9(03) COMP.
       01  WS-NN-DROP-SW             PIC X(01).
           88  WS-NN-DROP-TOKEN      VALUE "Y".

       LINKAGE SECTION.

       01  IN-TEXT                   PIC X(60).
       01  IN-MODE                   PIC X(01).
       01  OUT-NORM-TEXT             PIC X(60).

       PROCEDURE DIVISION USING IN-TEXT IN-MODE OUT-NORM-TEXT.

       0000-MAINLINE.
           MOVE SPACES TO OUT-NORM-TEXT
           MOVE ZERO   TO WS-NN-OUT-LEN
           MOVE SPACES TO WS-NN-TOKEN
           MOVE ZERO   TO WS-NN-TOKEN-LEN
           MOVE IN-TEXT TO WS-NN-WORK
           INSPECT WS-NN-WORK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-NN-IDX FROM 1 BY 1
                   UNTIL WS-NN-IDX > 60
               MOVE WS-NN-WORK (WS-NN-IDX:1) TO WS-NN-CHAR
               EVALUATE TRUE
                   WHEN (WS-NN-CHAR >= "A" AND WS-NN-CHAR <= "Z")
                     OR (WS-NN-CHAR >= "0" AND WS-NN-CHAR <= "9")
                       IF WS-NN-TOKEN-LEN < 20
                           ADD 1 TO WS-NN-TOKEN-LEN
                           MOVE WS-NN-CHAR TO
                               WS-NN-TOKEN (WS-NN-TOKEN-LEN:1)
                       END-IF
                   WHEN WS-NN-CHAR = "'" OR WS-NN-CHAR = "."
                       CONTINUE
                   WHEN OTHER
                       PERFORM 0200-EMIT-TOKEN
               END-EVALUATE
           END-PERFORM
           PERFORM 0200-EMIT-TOKEN
           GOBACK.

      ******************************************************************
      * Appends the word just collected to the output with a single
      * separating space, unless the mode's rules drop it.  A word
      * that would run past the 60-byte output is dropped rather
      * than split -- the leading words carry the match.
      ******************************************************************
       0200-EMIT-TOKEN.
           IF WS-NN-TOKEN-LEN > ZERO
               MOVE "N" TO WS-NN-DROP-SW
               IF IN-MODE = "A"
                   PERFORM 0300-ABBREVIATE-ADDRESS
               ELSE
                   PERFORM 0250-CHECK-HONORIFIC
               END-IF
               IF NOT WS-NN-DROP-TOKEN
                   IF WS-NN-OUT-LEN > ZERO
                       ADD 1 TO WS-NN-OUT-LEN
                   END-IF
                   IF WS-NN-OUT-LEN + WS-NN-TOKEN-LEN <= 60
                       MOVE WS-NN-TOKEN (1:WS-NN-TOKEN-LEN) TO
                           OUT-NORM-TEXT
                               (WS-NN-OUT-LEN + 1:WS-NN-TOKEN-LEN)
                       ADD WS-NN-TOKEN-LEN TO WS-NN-OUT-LEN
                   ELSE
                       MOVE 60 TO WS-NN-OUT-LEN
                   END-IF
               END-IF
               MOVE SPACES TO WS-NN-TOKEN
               MOVE ZERO   TO WS-NN-TOKEN-LEN
           END-IF.

       0250-CHECK-HONORIFIC.
           EVALUATE WS-NN-TOKEN
               WHEN "MR"
               WHEN "MRS"
               WHEN "MS"
               WHEN "MISS"
               WHEN "DR"
               WHEN "PROF"
               WHEN "SIR"
               WHEN "JR"
               WHEN "SR"
               WHEN "II"
               WHEN "III"
               WHEN "IV"
               WHEN "ESQ"
                   MOVE "Y" TO WS-NN-DROP-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-ABBREVIATE-ADDRESS.
           EVALUATE WS-NN-TOKEN
               WHEN "STREET"
                   MOVE "ST"   TO WS-NN-TOKEN
               WHEN "AVENUE"
                   MOVE "AVE"  TO WS-NN-TOKEN
               WHEN "ROAD"
                   MOVE "RD"   TO WS-NN-TOKEN
               WHEN "DRIVE"
                   MOVE "DR"   TO WS-NN-TOKEN
               WHEN "BOULEVARD"
                   MOVE "BLVD" TO WS-NN-TOKEN
               WHEN "LANE"
                   MOVE "LN"   TO WS-NN-TOKEN
               WHEN "COURT"
                   MOVE "CT"   TO WS-NN-TOKEN
               WHEN "SUITE"
                   MOVE "STE"  TO WS-NN-TOKEN
               WHEN "APARTMENT"
                   MOVE "APT"  TO WS-NN-TOKEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE ZERO TO WS-NN-TOKEN-LEN
           INSPECT WS-NN-TOKEN TALLYING WS-NN-TOKEN-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
