      ******************************************************************
      * APPLREG - application intake register, one row per CUSTAPPL
      * record ApplicationEdit reads, appended night after night.
      * APPLSTAT knows where an application went but not where it
      * came from; this row pins the intake business date, the
      * branch and the channel ("W" web, "B" branch-keyed) so
      * PipelineFunnelReport can cohort the funnel by them.  The
      * edit result says whether the record passed ("C") or went
      * back to the branch on EDITREJ ("R").
      ******************************************************************
       01  APPLICATION-REGISTER-RECORD.
           05  AR-INTAKE-DATE        PIC 9(08).
           05  AR-CUST-ID            PIC X(10).
           05  AR-BRANCH-CODE        PIC X(04).
           05  AR-CHANNEL-CODE       PIC X(01).
           05  AR-EDIT-RESULT        PIC X(01).
