       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterfaceControl.

      ******************************************************************
      * Shared verification of the standard interface header and
      * trailer (IFCREC), CALLed record by record by every program
      * that receives FUNDINST, FUNDACK, BUREXTR, PAYVENDR, JRNLFILE,
      * LOANJRNL or LOCKBOX, so a truncated transmission can no
      * longer be processed as if it were complete.  Each batch must
      * open with a header and close with a trailer whose count and
      * amount hash match the details between them; a detail outside
      * a batch, a header inside one, a trailer with no header, a
      * file that ends mid-batch or never had a header at all is
      * rejected.  Each header's business date and cycle must move
      * forward: a batch repeating one already seen in the file, or
      * one the receiver already accepted on the IFCREG register, is
      * a duplicate; one that falls behind either is out of sequence.
      * The register is read on the first call that asks for it,
      * held for the rest of the run, and rewritten only when a file
      * proves clean -- a rejected file registers nothing, so once
      * the right file is in place the rerun accepts it.  A rejected
      * file comes back IK-RETURN-CODE 16, which the receiver passes
      * up as its own step return code to stop the job stream.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERFACE-REGISTER-FILE
               ASSIGN TO "IFCREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERFACE-REGISTER-FILE.
           COPY IFCREG.

       WORKING-STORAGE SECTION.

       COPY IFCREC.

       01  WS-IR-FS                  PIC X(02).
       01  WS-IR-EOF-SW              PIC X(01) VALUE "N".
           88  WS-IR-EOF             VALUE "Y".
       01  WS-REG-LOADED-SW          PIC X(01) VALUE "N".
           88  WS-REG-LOADED         VALUE "Y".
       01  WS-REG-RC                 PIC S9(04) COMP VALUE ZERO.

      ******************************************************************
      * The register, held for the life of the run.
      ******************************************************************
       01  WS-REGISTER-AREA.
           05  WS-RG-COUNT           PIC 9(04) COMP VALUE ZERO.
           05  WS-RG-ROW OCCURS 200 TIMES
                             INDEXED BY RG-IDX.
               10  WS-RG-RECEIVER        PIC X(08).
               10  WS-RG-FILE-ID         PIC X(08).
               10  WS-RG-PRODUCER        PIC X(08).
               10  WS-RG-SEQ-KEY.
                   15  WS-RG-BUSINESS-DATE   PIC 9(08).
                   15  WS-RG-CYCLE-NUMBER    PIC 9(07).
               10  WS-RG-RECORD-COUNT    PIC 9(09).
               10  WS-RG-AMOUNT-HASH     PIC 9(13)V99.
               10  WS-RG-ACCEPTED-TS     PIC X(26).
       01  WS-RG-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-RG-FOUND           VALUE "Y".

      ******************************************************************
      * The file in hand: the batch open now, and every batch that
      * has closed so far.
      ******************************************************************
       01  WS-IN-BATCH-SW            PIC X(01) VALUE "N".
           88  WS-IN-BATCH           VALUE "Y".
       01  WS-CUR-FILE-ID            PIC X(08).
       01  WS-CUR-PRODUCER           PIC X(08).
       01  WS-CUR-SEQ-KEY.
           05  WS-CUR-BUSINESS-DATE  PIC 9(08).
           05  WS-CUR-CYCLE-NUMBER   PIC 9(07).
       01  WS-CUR-COUNT              PIC 9(09) COMP.
       01  WS-CUR-HASH               PIC 9(13)V99 COMP-3.

       01  WS-BATCH-AREA.
           05  WS-FB-COUNT           PIC 9(03) COMP VALUE ZERO.
           05  WS-FB-ROW OCCURS 50 TIMES
                             INDEXED BY FB-IDX.
               10  WS-FB-FILE-ID         PIC X(08).
               10  WS-FB-PRODUCER        PIC X(08).
               10  WS-FB-SEQ-KEY.
                   15  WS-FB-BUSINESS-DATE   PIC 9(08).
                   15  WS-FB-CYCLE-NUMBER    PIC 9(07).
               10  WS-FB-RECORD-COUNT    PIC 9(09).
               10  WS-FB-AMOUNT-HASH     PIC 9(13)V99.

       01  WS-REJECT-REASON          PIC X(40).
       01  WS-RUN-TS                 PIC X(26).

       LINKAGE SECTION.

           COPY IFCCHK.

       PROCEDURE DIVISION USING INTERFACE-CHECK-AREA.

       0000-MAINLINE.
           EVALUATE TRUE
               WHEN IK-START-FILE
                   PERFORM 0100-START-FILE
               WHEN IK-CONTROL-REC
                   MOVE IK-CONTROL-IMAGE TO INTERFACE-CONTROL-RECORD
                   IF IC-HEADER-RECORD
                       PERFORM 0200-OPEN-BATCH
                   ELSE
                       PERFORM 0300-CLOSE-BATCH
                   END-IF
               WHEN IK-DETAIL-REC
                   PERFORM 0250-COUNT-DETAIL
               WHEN IK-FINISH-FILE
                   PERFORM 0400-FINISH-FILE
           END-EVALUATE
           GOBACK.

       0100-START-FILE.
           MOVE ZERO   TO IK-RETURN-CODE
           MOVE SPACES TO IK-REASON
           MOVE ZERO   TO IK-BATCH-COUNT
           MOVE ZERO   TO IK-DETAIL-COUNT
           MOVE "N"    TO WS-IN-BATCH-SW
           MOVE ZERO   TO WS-FB-COUNT
           MOVE SPACES TO WS-CUR-FILE-ID
           MOVE SPACES TO WS-CUR-PRODUCER
           MOVE ZERO   TO WS-CUR-SEQ-KEY
           IF IK-REGISTER-BATCHES AND NOT WS-REG-LOADED
               PERFORM 0150-LOAD-REGISTER
               MOVE "Y" TO WS-REG-LOADED-SW
           END-IF
           IF IK-REGISTER-BATCHES AND WS-REG-RC NOT = ZERO
               MOVE WS-REG-RC TO IK-RETURN-CODE
               MOVE "IFCREG EXCEEDS TABLE CAPACITY" TO IK-REASON
           END-IF.

      ******************************************************************
      * No IFCREG dataset means no batch has been received yet.
      ******************************************************************
       0150-LOAD-REGISTER.
           OPEN INPUT INTERFACE-REGISTER-FILE
           IF WS-IR-FS = "00"
               MOVE "N" TO WS-IR-EOF-SW
               SET RG-IDX TO 1
               PERFORM UNTIL WS-IR-EOF
                   READ INTERFACE-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-IR-EOF-SW
                       NOT AT END
                           IF WS-RG-COUNT >= 200
                               DISPLAY "InterfaceControl:"
                                   " IFCREG EXCEEDS TABLE CAPACITY"
                               MOVE 12 TO WS-REG-RC
                               MOVE "Y" TO WS-IR-EOF-SW
                           ELSE
                               MOVE INTERFACE-REGISTER-RECORD
                                   TO WS-RG-ROW (RG-IDX)
                               SET RG-IDX UP BY 1
                               ADD 1 TO WS-RG-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFACE-REGISTER-FILE
           END-IF.

      ******************************************************************
      * A header while a batch is still open means the batch before
      * it lost its trailer -- a truncated file with another one
      * concatenated or appended behind it.
      ******************************************************************
       0200-OPEN-BATCH.
           IF WS-IN-BATCH
               MOVE "TRAILER MISSING BEFORE NEXT HEADER"
                   TO WS-REJECT-REASON
               PERFORM 0500-REJECT-FILE
           END-IF
           MOVE "Y"              TO WS-IN-BATCH-SW
           MOVE IC-FILE-ID       TO WS-CUR-FILE-ID
           MOVE IC-PRODUCER      TO WS-CUR-PRODUCER
           MOVE IC-BUSINESS-DATE TO WS-CUR-BUSINESS-DATE
           MOVE IC-CYCLE-NUMBER  TO WS-CUR-CYCLE-NUMBER
           MOVE ZERO             TO WS-CUR-COUNT
           MOVE ZERO             TO WS-CUR-HASH
           PERFORM 0220-CHECK-FILE-SEQUENCE
           IF IK-REGISTER-BATCHES
               PERFORM 0230-CHECK-REGISTER-SEQUENCE
           END-IF.

      ******************************************************************
      * Against the batches already closed in this file from the
      * same producer.
      ******************************************************************
       0220-CHECK-FILE-SEQUENCE.
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > WS-FB-COUNT
               IF WS-FB-FILE-ID (FB-IDX) = WS-CUR-FILE-ID
                  AND WS-FB-PRODUCER (FB-IDX) = WS-CUR-PRODUCER
                   IF WS-FB-SEQ-KEY (FB-IDX) = WS-CUR-SEQ-KEY
                       MOVE "DUPLICATE BATCH WITHIN FILE"
                           TO WS-REJECT-REASON
                       PERFORM 0500-REJECT-FILE
                   END-IF
                   IF WS-FB-SEQ-KEY (FB-IDX) > WS-CUR-SEQ-KEY
                       MOVE "BATCH OUT OF SEQUENCE WITHIN FILE"
                           TO WS-REJECT-REASON
                       PERFORM 0500-REJECT-FILE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Against the last batch this receiver accepted from the same
      * producer.
      ******************************************************************
       0230-CHECK-REGISTER-SEQUENCE.
           PERFORM 0240-FIND-REGISTER-ROW
           IF WS-RG-FOUND
               IF WS-RG-SEQ-KEY (RG-IDX) = WS-CUR-SEQ-KEY
                   MOVE "DUPLICATE - BATCH ALREADY RECEIVED"
                       TO WS-REJECT-REASON
                   PERFORM 0500-REJECT-FILE
               END-IF
               IF WS-RG-SEQ-KEY (RG-IDX) > WS-CUR-SEQ-KEY
                   MOVE "OUT OF SEQUENCE - OLDER THAN LAST BATCH"
                       TO WS-REJECT-REASON
                   PERFORM 0500-REJECT-FILE
               END-IF
           END-IF.

       0240-FIND-REGISTER-ROW.
           MOVE "N" TO WS-RG-FOUND-SW
           SET RG-IDX TO 1
           PERFORM UNTIL WS-RG-FOUND OR RG-IDX > WS-RG-COUNT
               IF WS-RG-RECEIVER (RG-IDX) = IK-RECEIVER
                  AND WS-RG-FILE-ID (RG-IDX) = WS-CUR-FILE-ID
                  AND WS-RG-PRODUCER (RG-IDX) = WS-CUR-PRODUCER
                   MOVE "Y" TO WS-RG-FOUND-SW
               ELSE
                   SET RG-IDX UP BY 1
               END-IF
           END-PERFORM.

       0250-COUNT-DETAIL.
           ADD 1 TO IK-DETAIL-COUNT
           IF NOT WS-IN-BATCH
               MOVE "DETAIL OUTSIDE HEADER AND TRAILER"
                   TO WS-REJECT-REASON
               PERFORM 0500-REJECT-FILE
           ELSE
               ADD 1 TO WS-CUR-COUNT
               ADD IK-DETAIL-AMOUNT TO WS-CUR-HASH
           END-IF.

       0300-CLOSE-BATCH.
           IF NOT WS-IN-BATCH
               MOVE "TRAILER WITHOUT HEADER" TO WS-REJECT-REASON
               PERFORM 0500-REJECT-FILE
           ELSE
               IF IC-RECORD-COUNT NOT = WS-CUR-COUNT
                  OR IC-AMOUNT-HASH NOT = WS-CUR-HASH
                   MOVE "BATCH OUT OF BALANCE TO ITS TRAILER"
                       TO WS-REJECT-REASON
                   PERFORM 0500-REJECT-FILE
                   DISPLAY "  TRAILER COUNT:   " IC-RECORD-COUNT
                   DISPLAY "  DETAILS READ:    " WS-CUR-COUNT
                   DISPLAY "  TRAILER HASH:    " IC-AMOUNT-HASH
                   DISPLAY "  DETAIL HASH:     " WS-CUR-HASH
               END-IF
               IF WS-FB-COUNT >= 50
                   DISPLAY "InterfaceControl: " IK-DD-NAME
                       " BATCHES EXCEED TABLE CAPACITY"
                   IF IK-RETURN-CODE < 12
                       MOVE 12 TO IK-RETURN-CODE
                   END-IF
               ELSE
                   SET FB-IDX TO WS-FB-COUNT
                   SET FB-IDX UP BY 1
                   MOVE WS-CUR-FILE-ID  TO WS-FB-FILE-ID (FB-IDX)
                   MOVE WS-CUR-PRODUCER TO WS-FB-PRODUCER (FB-IDX)
                   MOVE WS-CUR-SEQ-KEY  TO WS-FB-SEQ-KEY (FB-IDX)
                   MOVE WS-CUR-COUNT    TO WS-FB-RECORD-COUNT (FB-IDX)
                   MOVE WS-CUR-HASH     TO WS-FB-AMOUNT-HASH (FB-IDX)
                   ADD 1 TO WS-FB-COUNT
               END-IF
               ADD 1 TO IK-BATCH-COUNT
               MOVE "N" TO WS-IN-BATCH-SW
           END-IF.

      ******************************************************************
      * End of file inside a batch is the truncated transmission
      * this routine exists to catch; no batch at all means the
      * file is empty or was never written with its controls.
      ******************************************************************
       0400-FINISH-FILE.
           IF WS-IN-BATCH
               MOVE "TRAILER MISSING - FILE TRUNCATED"
                   TO WS-REJECT-REASON
               PERFORM 0500-REJECT-FILE
           END-IF
           IF IK-BATCH-COUNT = ZERO AND NOT WS-IN-BATCH
               MOVE "NO HEADER ON FILE" TO WS-REJECT-REASON
               PERFORM 0500-REJECT-FILE
           END-IF
           IF IK-RETURN-CODE = ZERO AND IK-REGISTER-BATCHES
               PERFORM 0450-REGISTER-BATCHES
           END-IF.

       0450-REGISTER-BATCHES.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           PERFORM VARYING FB-IDX FROM 1 BY 1
                   UNTIL FB-IDX > WS-FB-COUNT
               MOVE WS-FB-FILE-ID (FB-IDX)  TO WS-CUR-FILE-ID
               MOVE WS-FB-PRODUCER (FB-IDX) TO WS-CUR-PRODUCER
               PERFORM 0240-FIND-REGISTER-ROW
               IF NOT WS-RG-FOUND
                   IF WS-RG-COUNT >= 200
                       DISPLAY "InterfaceControl:"
                           " IFCREG EXCEEDS TABLE CAPACITY"
                       MOVE 12 TO IK-RETURN-CODE
                   ELSE
                       SET RG-IDX TO WS-RG-COUNT
                       SET RG-IDX UP BY 1
                       ADD 1 TO WS-RG-COUNT
                       MOVE "Y" TO WS-RG-FOUND-SW
                   END-IF
               END-IF
               IF WS-RG-FOUND
                   MOVE IK-RECEIVER TO WS-RG-RECEIVER (RG-IDX)
                   MOVE WS-FB-FILE-ID (FB-IDX)
                       TO WS-RG-FILE-ID (RG-IDX)
                   MOVE WS-FB-PRODUCER (FB-IDX)
                       TO WS-RG-PRODUCER (RG-IDX)
                   MOVE WS-FB-SEQ-KEY (FB-IDX)
                       TO WS-RG-SEQ-KEY (RG-IDX)
                   MOVE WS-FB-RECORD-COUNT (FB-IDX)
                       TO WS-RG-RECORD-COUNT (RG-IDX)
                   MOVE WS-FB-AMOUNT-HASH (FB-IDX)
                       TO WS-RG-AMOUNT-HASH (RG-IDX)
                   MOVE WS-RUN-TS TO WS-RG-ACCEPTED-TS (RG-IDX)
               END-IF
           END-PERFORM
           IF IK-RETURN-CODE = ZERO
               OPEN OUTPUT INTERFACE-REGISTER-FILE
               PERFORM VARYING RG-IDX FROM 1 BY 1
                       UNTIL RG-IDX > WS-RG-COUNT
                   MOVE WS-RG-ROW (RG-IDX)
                       TO INTERFACE-REGISTER-RECORD
                   WRITE INTERFACE-REGISTER-RECORD
               END-PERFORM
               CLOSE INTERFACE-REGISTER-FILE
           END-IF.

      ******************************************************************
      * The first reason found is the one handed back and shown to
      * the operator, with the batch it was found in; what follows
      * a rejection is only a consequence of it.
      ******************************************************************
       0500-REJECT-FILE.
           IF IK-RETURN-CODE = ZERO
               DISPLAY "InterfaceControl: " IK-DD-NAME " REJECTED - "
                   WS-REJECT-REASON
               DISPLAY "  BATCH:           " WS-CUR-FILE-ID " "
                   WS-CUR-PRODUCER " " WS-CUR-BUSINESS-DATE " "
                   WS-CUR-CYCLE-NUMBER
               MOVE 16 TO IK-RETURN-CODE
               MOVE WS-REJECT-REASON TO IK-REASON
           END-IF.
