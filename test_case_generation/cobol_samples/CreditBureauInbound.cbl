      * thirty BUSINESS days out over the BANKCAL calendar, dispute
      * resolutions close their rows, and the DSPAGING report lists
      * every open dispute within a week of (or past) its deadline.
      * BUREXTR is proved against its standard interface header and
      * trailer through InterfaceControl as it loads; a truncated or
      * out-of-balance extract fails the step with RC 16 before any
      * reject is queued or dispute touched.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BX-CURRENT-BALANCE    PIC 9(09)V99.
           05  BX-PAYMENT-STATUS     PIC X(02).
           05  BX-AS-OF-DATE         PIC 9(08).
           05  BX-SPECIAL-COMMENT    PIC X(02).

       FD  BUREAU-REJECT-FILE.
       01  BUREAU-REJECT-RECORD.

       COPY BANKCLWS.
       COPY BIZDTWS.
       COPY IFCREC.
       COPY IFCCHK.

       01  WS-BX-FS                 PIC X(02).
       01  WS-BJ-FS                 PIC X(02).
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the dispute file exceeds
      * the in-memory table, 16 if BUREXTR is rejected.
      ******************************************************************
       LINKAGE SECTION.

               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           PERFORM 0165-LOAD-BANK-CALENDAR
           PERFORM 0130-LOAD-EXTRACT
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0140-LOAD-DISPUTE-FILE
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           MOVE WS-BD-WORK-INT TO WS-FOLLOWUP-INT.

      ******************************************************************
      * Loads last month's furnished detail rows, proving the file
      * against its header and trailer as it goes.  The control
      * records and anything that isn't a "D" detail are skipped.
      ******************************************************************
       0130-LOAD-EXTRACT.
           OPEN INPUT BUREAU-EXTRACT-FILE
           IF WS-BX-FS = "00"
               MOVE "BUREXTR"  TO IK-DD-NAME
               MOVE "BURINBND" TO IK-RECEIVER
               MOVE "N"        TO IK-REGISTER-SW
               MOVE "S"        TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE "N" TO WS-BX-EOF-SW
               PERFORM UNTIL WS-BX-EOF
                   READ BUREAU-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-BX-EOF-SW
                       NOT AT END
                           PERFORM 0135-PROVE-EXTRACT-RECORD
                           IF BX-RECORD-TYPE = "D"
                              AND WS-BX-COUNT < 500
                               SET BX-IDX TO WS-BX-COUNT
                   END-READ
               END-PERFORM
               CLOSE BUREAU-EXTRACT-FILE
               MOVE "F" TO IK-FUNCTION
               CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.

       0135-PROVE-EXTRACT-RECORD.
           MOVE BUREAU-EXTRACT-DETAIL TO INTERFACE-CONTROL-RECORD
           IF IC-CONTROL-RECORD
               MOVE "C" TO IK-FUNCTION
               MOVE INTERFACE-CONTROL-RECORD TO IK-CONTROL-IMAGE
           ELSE
               MOVE "D" TO IK-FUNCTION
               MOVE BX-CURRENT-BALANCE TO IK-DETAIL-AMOUNT
           END-IF
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA.

      ******************************************************************
      * No DISPTRK dataset just means no dispute has ever been
      * logged -- a clean start, not an error.  A file past the
