       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollateralConvert.

      ******************************************************************
      * One-time conversion of the collateral file to the current
      * COLLREC layout.  COLLREC has grown from the original
      * 28-byte row by the lien status and release date PaidInFull
      * keeps and by the hazard insurance block CollateralMaint
      * and CollateralMonitor keep, and 28-byte rows misalign
      * under the new FD.  Run once from COLLCNV.jcl against the
      * renamed old dataset (COLLOLD) with the batch window
      * closed: every row moves across unchanged with the lien
      * open, no release date and no insurance on file, which
      * CollateralMaint INSURE transactions then fill in --
      * CollateralMonitor asks any borrower still without it for
      * proof.  Reruns are safe because the output is built fresh
      * each time.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-COLLATERAL-FILE
               ASSIGN TO "COLLOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FS.

           SELECT COLLATERAL-FILE
               ASSIGN TO "COLLATRL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-COLLATERAL-FILE.
       01  OLD-COLLATERAL-RECORD.
           05  OC-CUST-ID            PIC X(10).
           05  OC-COLLATERAL-TYPE    PIC X(04).
           05  OC-APPRAISED-VALUE    PIC S9(09)V99 COMP-3.
           05  OC-APPRAISAL-DATE     PIC 9(08).

       FD  COLLATERAL-FILE.
           COPY COLLREC.

       WORKING-STORAGE SECTION.

       01  WS-OLD-FS                PIC X(02).
       01  WS-NEW-FS                PIC X(02).
       01  WS-OLD-EOF-SW            PIC X(01) VALUE "N".
           88  WS-OLD-EOF           VALUE "Y".

       01  WS-LOADED-COUNT          PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes back ZERO on a clean run, 12 if either dataset can't
      * be opened.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           OPEN INPUT OLD-COLLATERAL-FILE
           IF WS-OLD-FS NOT = "00"
               DISPLAY "CollateralConvert: COLLOLD OPEN FAILED FS="
                   WS-OLD-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COLLATERAL-FILE
           IF WS-NEW-FS NOT = "00"
               DISPLAY "CollateralConvert: COLLATRL OPEN FAILED FS="
                   WS-NEW-FS
               MOVE 12 TO RUN-RETURN-CODE
               CLOSE OLD-COLLATERAL-FILE
               GOBACK
           END-IF
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-COLLATERAL-FILE
                   AT END
                       MOVE "Y" TO WS-OLD-EOF-SW
                   NOT AT END
                       PERFORM 0300-LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE OLD-COLLATERAL-FILE
           CLOSE COLLATERAL-FILE
           DISPLAY "===== CollateralConvert CONTROL TOTALS ====="
           DISPLAY "ROWS LOADED:         " WS-LOADED-COUNT
           GOBACK.

       0300-LOAD-ONE-ROW.
           MOVE OC-CUST-ID           TO CL-CUST-ID
           MOVE OC-COLLATERAL-TYPE   TO CL-COLLATERAL-TYPE
           MOVE OC-APPRAISED-VALUE   TO CL-APPRAISED-VALUE
           MOVE OC-APPRAISAL-DATE    TO CL-APPRAISAL-DATE
           MOVE SPACES               TO CL-LIEN-STATUS
           MOVE ZERO                 TO CL-RELEASE-DATE
           MOVE SPACES               TO CL-INS-POLICY-NO
           MOVE SPACES               TO CL-INS-CARRIER
           MOVE ZERO                 TO CL-INS-EXPIRY-DATE
           MOVE SPACES               TO CL-INS-STATUS
           MOVE ZERO                 TO CL-INS-NOTICE-DATE
           MOVE ZERO                 TO CL-FORCE-PLACE-DATE
           WRITE COLLATERAL-RECORD
           ADD 1 TO WS-LOADED-COUNT.
