      * bounced remittance backs out through the posting run's own
      * NSF path.  Translated payments and returns are STAGED in
      * storage while the file is read and only released to
      * PAYMENTS and REVERSLS after InterfaceControl proves the
      * transmission: the provider's header and trailer stand in
      * for the standard interface controls, the trailer must tie
      * to the details, and the header's date and file sequence
      * must be later than the last transmission accepted on the
      * IFCREG register.  An imbalanced, truncated, repeated or
      * out-of-sequence transmission fails the step with RC 16
      * leaving nothing behind, so a rerun can't double-post what
      * a bad transmission already left.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.

       COPY IFCREC.
       COPY IFCCHK.

       01  WS-LB-FS                 PIC X(02).
       01  WS-LB-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LB-EOF            VALUE "Y".
       01  WS-LAST-DETAIL-SW        PIC X(01) VALUE "Y".
           88  WS-LAST-DETAIL-CLEAN VALUE "Y".

       01  WS-TRANSLATED-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-RESEARCH-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-RETURN-COUNT          PIC 9(07) COMP VALUE ZERO.
      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 when a staging table
      * overflows, 16 when InterfaceControl rejects the
      * transmission.
      ******************************************************************
       LINKAGE SECTION.

           MOVE ZERO TO RUN-RETURN-CODE
           OPEN INPUT  LOCKBOX-FILE
           OPEN OUTPUT RESEARCH-FILE
           MOVE "LOCKBOX"  TO IK-DD-NAME
           MOVE "LOCKBOX"  TO IK-RECEIVER
           MOVE "Y"        TO IK-REGISTER-SW
           MOVE "S"        TO IK-FUNCTION
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
           IF IK-RETURN-CODE NOT = ZERO
               MOVE IK-RETURN-CODE TO RUN-RETURN-CODE
               MOVE "Y" TO WS-LB-EOF-SW
           END-IF
           IF WS-LB-FS = "00"
               PERFORM UNTIL WS-LB-EOF
                   READ LOCKBOX-FILE
           END-IF
           CLOSE RESEARCH-FILE
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0800-PROVE-TRANSMISSION
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 0900-RELEASE-STAGED-ROWS
       0300-PROCESS-ONE-RECORD.
           EVALUATE LB-RECORD-TYPE
               WHEN "H"
                   MOVE SPACES           TO INTERFACE-CONTROL-RECORD
                   MOVE "*HDR"           TO IC-RECORD-ID
                   MOVE "LOCKBOX"        TO IC-FILE-ID
                   MOVE "LOCKBOX"        TO IC-PRODUCER
                   MOVE LB-HDR-BUSINESS-DATE TO IC-BUSINESS-DATE
                   MOVE LB-HDR-FILE-SEQ  TO IC-CYCLE-NUMBER
                   PERFORM 0350-CHECK-CONTROL-RECORD
               WHEN "D"
                   MOVE "D" TO IK-FUNCTION
                   IF LB-PAYMENT-AMT NUMERIC
                       MOVE LB-PAYMENT-AMT TO IK-DETAIL-AMOUNT
                   ELSE
                       MOVE ZERO TO IK-DETAIL-AMOUNT
                   END-IF
                   CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
                   PERFORM 0400-TRANSLATE-DETAIL
               WHEN "A"
                   PERFORM 0500-HANDLE-ADDENDA
               WHEN "R"
                   PERFORM 0600-HANDLE-RETURN
               WHEN "T"
                   MOVE SPACES           TO INTERFACE-CONTROL-RECORD
                   MOVE "*TRL"           TO IC-RECORD-ID
                   MOVE LB-TRL-DETAIL-COUNT TO IC-RECORD-COUNT
                   MOVE LB-TRL-DOLLAR-TOTAL TO IC-AMOUNT-HASH
                   PERFORM 0350-CHECK-CONTROL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0350-CHECK-CONTROL-RECORD.
           MOVE "C" TO IK-FUNCTION
           MOVE INTERFACE-CONTROL-RECORD TO IK-CONTROL-IMAGE
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA.

      ******************************************************************
      * A remittance is only postable if the coupon gave us a real
      * account number and a numeric amount -- anything else goes
           END-IF.

      ******************************************************************
      * Closes out the transmission with InterfaceControl.  A
      * missing trailer, counts and dollars that don't tie, or a
      * transmission already accepted or older than the last one,
      * fails the step with RC 16 -- operations gets the right file
      * from the provider rather than posting half a lockbox or the
      * same lockbox twice.  A clean one is registered here.
      ******************************************************************
       0800-PROVE-TRANSMISSION.
           MOVE "F" TO IK-FUNCTION
           CALL "InterfaceControl" USING INTERFACE-CHECK-AREA
           MOVE IK-RETURN-CODE TO RUN-RETURN-CODE.

      ******************************************************************
      * The trailer proved, so the staged rows are released: the
