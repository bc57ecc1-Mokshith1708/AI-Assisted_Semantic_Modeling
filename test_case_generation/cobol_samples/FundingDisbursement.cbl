      * same loan twice, and a customer who pays one loan off and
      * books another (even for the same amount) still funds,
      * because the control rides on the loan account itself rather
      * than on the decision file.  FUNDINST carries the standard
      * interface header (IFCREC) with the business date and RUNCTL
      * cycle number, and the standard trailer with the record count
      * and the instructed dollars as its amount hash, for the
      * cash-management system (and FundingAckRecon) to verify.
      * LOANMAST is the keyed VSAM master now:
      * the run is one READ NEXT pass with a keyed REWRITE of just
      * the rows it instructs, and the old 500-loan table ceiling
      * is gone.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY LOANMST.

       FD  FUNDING-INSTRUCTION-FILE.
       01  FUNDING-DETAIL-RECORD.
           05  FI-RECORD-TYPE        PIC X(01).
           05  FI-LOAN-ACCT-NO       PIC X(12).
           05  FI-AMOUNT             PIC 9(09)V99.
           05  FI-VALUE-DATE         PIC 9(08).
           05  FILLER                PIC X(10).

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

       WORKING-STORAGE SECTION.

       COPY BIZDTWS.
       COPY RUNCTLWS.
       COPY IFCREC.

      ******************************************************************
      * Customers with OPEN stipulations, loaded from STIPFILE at
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-OPEN-LOAN-MASTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8).

      ******************************************************************
      * Picks up the cycle number the job streams issued via
      * RunCycleStart for the FUNDINST header.  Zero means no RUNCTL
      * dataset is configured.
      ******************************************************************
       0125-READ-RUN-CYCLE.
           MOVE ZERO TO WS-CYCLE-NUMBER
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-FS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RN-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      ******************************************************************
      * Opens the keyed master I-O for the run.  No LOANMAST dataset
      * yet just means nothing has ever been booked -- the file is
           END-PERFORM.

       0180-WRITE-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "FUNDINST"       TO IC-FILE-ID
           MOVE "FUNDDISB"       TO IC-PRODUCER
           MOVE WS-TODAY-DATE    TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE FUNDING-DETAIL-RECORD FROM INTERFACE-CONTROL-RECORD.

      ******************************************************************
      * One front-to-back pass down the primary key; each OPEN,
           MOVE LM-CURRENT-BALANCE  TO LH-BALANCE-AFTER
           MOVE "FundingDisbursement" TO LH-POSTING-PROGRAM
           MOVE WS-RUN-TS           TO LH-TIMESTAMP
           MOVE SPACES              TO LH-PERIOD-ROLL
           WRITE LOAN-HISTORY-RECORD.

       0400-WRITE-TRAILER.
           MOVE SPACES          TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"          TO IC-RECORD-ID
           MOVE WS-SENT-COUNT   TO IC-RECORD-COUNT
           MOVE WS-DOLLAR-TOTAL TO IC-AMOUNT-HASH
           WRITE FUNDING-DETAIL-RECORD FROM INTERFACE-CONTROL-RECORD.
