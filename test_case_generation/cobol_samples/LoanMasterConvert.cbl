      * window closed; reruns are safe because the output is built
      * fresh each time.  A duplicate account number in the old
      * dataset is reported and skipped rather than silently
      * overwriting the first row loaded.  The same run re-lays an
      * existing cluster out when LOANMST grows: REPRO the old
      * cluster to LOANMSTS and each 75-byte row loads with the
      * fields added since -- the originating officer -- blank.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           GOBACK.

      ******************************************************************
      * The old record is the original LOANMST layout byte for
      * byte, so the row moves across whole; the group MOVE pads
      * the fields added to LOANMST since with spaces.
      ******************************************************************
       0300-LOAD-ONE-ROW.
           MOVE OLD-LOAN-MASTER-RECORD TO LOAN-MASTER-RECORD
