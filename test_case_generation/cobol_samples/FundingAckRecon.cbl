      * today that loan sits marked funded while its customer never
      * got money -- and an instruction with no acknowledgement at
      * all is reported for Treasury to chase.  The FUNDRCN report
      * proves instructed-vs-settled counts and dollars, and the
      * step fails with RC 8 when anything doesn't tie.  Both files
      * carry the standard interface header and trailer and are
      * proved through InterfaceControl before anything is touched:
      * FUNDINST against its own trailer, FUNDACK against its
      * trailer and against the IFCREG register of acknowledgement
      * files already reconciled, so a resent or stale FUNDACK
      * can't reset loans twice.  Either one rejected fails the step
      * with RC 16 and nothing is reconciled.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FI-AMOUNT             PIC 9(09)V99.
           05  FI-VALUE-DATE         PIC 9(08).
           05  FILLER                PIC X(10).

       FD  FUNDING-ACK-FILE.
           COPY FUNDACK.

       WORKING-STORAGE SECTION.

       COPY IFCREC.
       COPY IFCCHK.

       01  WS-FI-FS                 PIC X(02).
       01  WS-FA-FS                 PIC X(02).
       01  WS-LM-FS                 PIC X(02).
       01  WS-IN-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-IN-FOUND          VALUE "Y".

       01  WS-INST-DOLLARS          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-SETTLED-COUNT         PIC 9(07) COMP VALUE ZERO.
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO when everything ties, 8 when the reconciliation
      * shows a break, 12 if the keyed loan master can't be opened,
      * 16 when FUNDINST or FUNDACK is rejected by InterfaceControl.
      ******************************************************************
       LINKAGE SECTION.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0100-LOAD-INSTRUCTIONS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0150-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0190-VERIFY-ACKS
           IF RUN-RETURN-CODE NOT = ZERO
               CLOSE LOAN-MASTER-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 0200-PROCESS-ACKS
           PERFORM 0500-REPORT-UNACKNOWLEDGED
           GOBACK.

      ******************************************************************
      * Loads the day's instruction details, proving the file
      * against its trailer as it goes.  No FUNDINST dataset means
      * nothing was instructed, and every acknowledgement will
      * report unmatched.
      ******************************************************************
       0100-LOAD-INSTRUCTIONS.
           OPEN INPUT FUNDING-INSTRUCTION-FILE
           IF WS-FI-FS = "00"
               MOVE "FUNDINST" TO IK-DD-NAME
               MOVE "FUNDRCN"  TO IK-RECEIVER
               MOVE "N"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-FI-EOF-SW
               PERFORM UNTIL WS-FI-EOF
                   READ FUNDING-INSTRUCTION-FILE
                       AT END
                           MOVE "Y" TO WS-FI-EOF-SW
                       NOT AT END
                           MOVE FUNDING-INSTRUCTION-RECORD
                               TO INTERFACE-CONTROL-RECORD
                           IF IC-CONTROL-RECORD
                               MOVE "C" TO IK-FUNCTION
                               MOVE INTERFACE-CONTROL-RECORD
                                   TO IK-CONTROL-IMAGE
                           ELSE
                               MOVE "D" TO IK-FUNCTION
                               MOVE FI-AMOUNT TO IK-DETAIL-AMOUNT
                               PERFORM 0130-LOAD-ONE-DETAIL
                           END-IF
                           CALL "InterfaceControl"
                               USING INTERFACE-CHECK-AREA
                   END-READ
               END-PERFORM
               CLOSE FUNDING-INSTRUCTION-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.

       0130-LOAD-ONE-DETAIL.
               END-IF
           END-PERFORM.

      ******************************************************************
      * Proves the whole acknowledgement file before the first loan
      * is reset -- the resets happen as the file is read, so a
      * truncated or repeated FUNDACK has to be caught up front.
      ******************************************************************
       0190-VERIFY-ACKS.
           OPEN INPUT FUNDING-ACK-FILE
           IF WS-FA-FS = "00"
               MOVE "FUNDACK"  TO IK-DD-NAME
               MOVE "FUNDRCN"  TO IK-RECEIVER
               MOVE "Y"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-FA-EOF-SW
               PERFORM UNTIL WS-FA-EOF
                   READ FUNDING-ACK-FILE
                       AT END
                           MOVE "Y" TO WS-FA-EOF-SW
                       NOT AT END
                           MOVE FUNDING-ACK-RECORD
                               TO INTERFACE-CONTROL-RECORD
                           IF IC-CONTROL-RECORD
                               MOVE "C" TO IK-FUNCTION
                               MOVE INTERFACE-CONTROL-RECORD
                                   TO IK-CONTROL-IMAGE
                           ELSE
                               MOVE "D" TO IK-FUNCTION
                               MOVE FA-AMOUNT TO IK-DETAIL-AMOUNT
                           END-IF
                           CALL "InterfaceControl"
                               USING INTERFACE-CHECK-AREA
                   END-READ
               END-PERFORM
               CLOSE FUNDING-ACK-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.

       0200-PROCESS-ACKS.
           OPEN INPUT FUNDING-ACK-FILE
           IF WS-FA-FS = "00"
                       AT END
                           MOVE "Y" TO WS-FA-EOF-SW
                       NOT AT END
                           MOVE FUNDING-ACK-RECORD
                               TO INTERFACE-CONTROL-RECORD
                           IF NOT IC-CONTROL-RECORD
                               PERFORM 0300-PROCESS-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUNDING-ACK-FILE
           END-PERFORM.

      ******************************************************************
      * The summary shows instructed, settled and rejected counts
      * and dollars -- FUNDINST itself was already proved against
      * its trailer on the way in.  Any unacknowledged or unmatched
      * item fails the step with RC 8 so the morning checklist
      * catches it.
      ******************************************************************
       0800-WRITE-RECON-SUMMARY.
           MOVE ALL "-" TO RECON-REPORT-LINE
           PERFORM 0850-WRITE-COUNT-LINE
           MOVE "REJECTED" TO RECON-REPORT-LINE (1:8)
           WRITE RECON-REPORT-LINE
           IF WS-UNACKED-COUNT > ZERO
              OR WS-UNMATCHED-COUNT > ZERO
               MOVE "BREAK: UNACKNOWLEDGED OR UNMATCHED ITEMS ABOVE"
