       IDENTIFICATION DIVISION.
       PROGRAM-ID. PipelineFunnelReport.

      ******************************************************************
      * Origination pipeline funnel and cycle-time report, run weekly
      * and monthly off the same program with a PIPEPARM period
      * type.  The cohort is every application ApplicationEdit put
      * on the APPLREG intake register in the period; each one is
      * followed through its APPLSTAT events (one START and a short
      * READ NEXT walk, the way ApplicationStatusInquiry reads it)
      * to the first date it reached each stage -- intake, edit,
      * decision, counter-offer, stipulations, dual control,
      * booking and funding.  Per stage the report shows how many
      * reached it, the conversion from the stage before it (the
      * three optional stages, and booking, are measured against
      * decisions), and the median and 90th-percentile business
      * days (walked over BANKCAL) from the milestone before --
      * for the whole shop, each channel, each BRNCHMST region and
      * each branch.  Every application still open inside the
      * PIPEPARM lookback, in the period or not, is then checked
      * against its current stage's SLA, and the ones sitting past
      * it are listed.  A released compliance or fraud hold comes
      * back through ApplicationEdit and is registered again; that
      * second row is the same application re-entering, not a new
      * one, and is folded into the first.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-REGISTER-FILE
               ASSIGN TO "APPLREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FS.

           SELECT APPLICATION-STATUS-FILE
               ASSIGN TO "APPLSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-REC-KEY
               FILE STATUS IS WS-AP-FS.

           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "BRNCHMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BM-FS.

           SELECT PIPELINE-PARAMETER-FILE
               ASSIGN TO "PIPEPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PP-FS.

           SELECT BANK-CALENDAR-FILE
               ASSIGN TO "BANKCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

           SELECT PIPELINE-REPORT-FILE
               ASSIGN TO "PIPERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-REGISTER-FILE.
           COPY APPLREG.

       FD  APPLICATION-STATUS-FILE.
           COPY APPLSTAT.

       FD  BRANCH-MASTER-FILE.
           COPY BRNCHMST.

       FD  PIPELINE-PARAMETER-FILE.
           COPY PIPEPARM.

       FD  BANK-CALENDAR-FILE.
           COPY BANKCAL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       FD  PIPELINE-REPORT-FILE.
       01  PIPELINE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.

       COPY BRNCHMWS.
       COPY BANKCLWS.
       COPY BIZDTWS.

       01  WS-AR-FS                 PIC X(02).
       01  WS-AP-FS                 PIC X(02).
       01  WS-PP-FS                 PIC X(02).

       01  WS-AR-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AR-EOF            VALUE "Y".
       01  WS-AP-EOF-SW             PIC X(01) VALUE "N".
           88  WS-AP-EOF            VALUE "Y".
       01  WS-AP-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-AP-OPEN           VALUE "Y".

      ******************************************************************
      * Report parameters, preset to the shop defaults PIPEPARM
      * overrides.  The SLA table runs intake through booked; a
      * funded application has left the pipeline.
      ******************************************************************
       01  WS-PERIOD-TYPE           PIC X(01) VALUE "W".
           88  WS-MONTHLY           VALUE "M".
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 180.
       01  WS-SLA-DEFAULTS.
           05  FILLER               PIC 9(03) VALUE 1.
           05  FILLER               PIC 9(03) VALUE 2.
           05  FILLER               PIC 9(03) VALUE 5.
           05  FILLER               PIC 9(03) VALUE 10.
           05  FILLER               PIC 9(03) VALUE 10.
           05  FILLER               PIC 9(03) VALUE 3.
           05  FILLER               PIC 9(03) VALUE 2.
       01  WS-SLA-TABLE REDEFINES WS-SLA-DEFAULTS.
           05  WS-SLA-DAYS          PIC 9(03) OCCURS 7 TIMES.

      ******************************************************************
      * The eight stages in funnel order, and the stage each one's
      * conversion is measured from.
      ******************************************************************
       01  WS-STAGE-NAME-VALUES.
           05  FILLER               PIC X(13) VALUE "INTAKE".
           05  FILLER               PIC X(13) VALUE "EDIT".
           05  FILLER               PIC X(13) VALUE "DECISION".
           05  FILLER               PIC X(13) VALUE "COUNTER-OFFER".
           05  FILLER               PIC X(13) VALUE "STIPULATIONS".
           05  FILLER               PIC X(13) VALUE "DUAL CONTROL".
           05  FILLER               PIC X(13) VALUE "BOOKING".
           05  FILLER               PIC X(13) VALUE "FUNDING".
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAME-VALUES.
           05  WS-STAGE-NAME        PIC X(13) OCCURS 8 TIMES.
       01  WS-CONV-FROM-VALUES.
           05  FILLER               PIC 9(01) VALUE 0.
           05  FILLER               PIC 9(01) VALUE 1.
           05  FILLER               PIC 9(01) VALUE 2.
           05  FILLER               PIC 9(01) VALUE 3.
           05  FILLER               PIC 9(01) VALUE 3.
           05  FILLER               PIC 9(01) VALUE 3.
           05  FILLER               PIC 9(01) VALUE 3.
           05  FILLER               PIC 9(01) VALUE 7.
       01  WS-CONV-FROM-TABLE REDEFINES WS-CONV-FROM-VALUES.
           05  WS-CONV-FROM         PIC 9(01) OCCURS 8 TIMES.

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-INT             PIC 9(07) COMP.
       01  WS-CUTOFF-INT            PIC 9(07) COMP.
       01  WS-PERIOD-START          PIC 9(08).
       01  WS-PERIOD-START-INT      PIC 9(07) COMP.
       01  WS-INTAKE-INT            PIC 9(07) COMP.

      ******************************************************************
      * Each register row taken so far and whether its application
      * is still open, so a re-entering hold can be recognised.
      ******************************************************************
       01  WS-REGISTER-AREA.
           05  WS-RG-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-RG-ROW OCCURS 5000 TIMES
                             INDEXED BY RG-IDX.
               10  WS-RG-CUST-ID         PIC X(10).
               10  WS-RG-OPEN-SW         PIC X(01).
       01  WS-RG-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-RG-FOUND          VALUE "Y".

      ******************************************************************
      * The application being followed: the date it first reached
      * each stage (zero if it never has), the business days from
      * the milestone before, where it stands now and its latest
      * APPLSTAT status.
      ******************************************************************
       01  WS-APPLICATION-WORK.
           05  WS-ST-DATE           PIC 9(08) OCCURS 8 TIMES.
           05  WS-ST-ELAPSED        PIC 9(03) COMP OCCURS 8 TIMES.
       01  WS-S                     PIC 9(02) COMP.
       01  WS-T                     PIC 9(02) COMP.
       01  WS-D                     PIC 9(02) COMP.
       01  WS-CUR-STAGE             PIC 9(02) COMP.
       01  WS-EVT-STAGE             PIC 9(02) COMP.
       01  WS-EVT-DATE              PIC 9(08).
       01  WS-PREV-DATE             PIC 9(08).
       01  WS-LAST-STATUS           PIC X(10).
       01  WS-TERMINAL-SW           PIC X(01) VALUE "N".
           88  WS-TERMINAL          VALUE "Y".

       01  WS-BD-FROM-INT           PIC 9(07) COMP.
       01  WS-BD-TO-INT             PIC 9(07) COMP.
       01  WS-BD-COUNT              PIC 9(05) COMP.

      ******************************************************************
      * One tally cell per reporting group -- the whole shop ("T"),
      * a channel ("C"), a region ("R") or a branch ("B") -- with a
      * per-stage count and a business-day histogram (0 to 59 days,
      * and 60 or more) the median and 90th percentile are read off.
      ******************************************************************
       01  WS-GROUP-AREA.
           05  WS-GR-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-GR-ROW OCCURS 150 TIMES
                             INDEXED BY GR-IDX.
               10  WS-GR-TYPE            PIC X(01).
               10  WS-GR-KEY             PIC X(04).
               10  WS-GR-STAGE OCCURS 8 TIMES.
                   15  WS-GR-REACHED     PIC 9(07) COMP.
                   15  WS-GR-DAYS        PIC 9(07) COMP
                                         OCCURS 61 TIMES.
       01  WS-GR-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GR-FOUND          VALUE "Y".
       01  WS-GR-LOOK-TYPE          PIC X(01).
       01  WS-GR-LOOK-KEY           PIC X(04).

      ******************************************************************
      * Applications past their stage SLA, held for the end of the
      * report.
      ******************************************************************
       01  WS-STUCK-AREA.
           05  WS-SK-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SK-ROW OCCURS 500 TIMES
                             INDEXED BY SK-IDX.
               10  WS-SK-CUST-ID         PIC X(10).
               10  WS-SK-BRANCH-CODE     PIC X(04).
               10  WS-SK-CHANNEL-CODE    PIC X(01).
               10  WS-SK-INTAKE-DATE     PIC 9(08).
               10  WS-SK-STAGE           PIC 9(02) COMP.
               10  WS-SK-LAST-STATUS     PIC X(10).
               10  WS-SK-STAGE-DATE      PIC 9(08).
               10  WS-SK-BUS-DAYS        PIC 9(05) COMP.
               10  WS-SK-SLA-DAYS        PIC 9(03).

       01  WS-PCT-N                 PIC 9(07) COMP.
       01  WS-PCT-TARGET-50         PIC 9(07) COMP.
       01  WS-PCT-TARGET-90         PIC 9(07) COMP.
       01  WS-PCT-CUM               PIC 9(07) COMP.
       01  WS-MEDIAN-DAYS           PIC 9(03) COMP.
       01  WS-P90-DAYS              PIC 9(03) COMP.
       01  WS-CONV-PCT              PIC 9(05)V9(02) COMP-3.
       01  WS-INTAKE-PCT            PIC 9(05)V9(02) COMP-3.

       01  WS-PERIOD-TEXT           PIC X(07).
       01  WS-GROUP-TEXT            PIC X(40).
       01  WS-CHANNEL-TEXT          PIC X(06).
       01  WS-CONV-TEXT             PIC X(08).
       01  WS-INTAKE-TEXT           PIC X(08).
       01  WS-MEDIAN-TEXT           PIC X(04).
       01  WS-P90-TEXT              PIC X(04).
       01  WS-CNT-EDITED            PIC ZZZ,ZZ9.
       01  WS-PCT-EDITED            PIC ZZZ9.99.
       01  WS-DAYS-EDITED           PIC ZZ9.
       01  WS-BUS-DAYS-EDITED       PIC ZZ,ZZ9.
       01  WS-SLA-EDITED            PIC ZZ9.
       01  WS-LOOKBACK-EDITED       PIC ZZ9.

       01  WS-REGISTER-READ         PIC 9(07) COMP VALUE ZERO.
       01  WS-IN-WINDOW-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-REENTRY-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-COHORT-COUNT          PIC 9(07) COMP VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-PAST-SLA-COUNT        PIC 9(07) COMP VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the register rows inside
      * the lookback exceed the in-memory table.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           PERFORM 0130-READ-PIPELINE-PARAMETER
           PERFORM 0140-SET-PERIOD
           PERFORM 0150-LOAD-BRANCH-MASTER
           PERFORM 0165-LOAD-BANK-CALENDAR
           PERFORM 0200-FOLLOW-REGISTER
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0700-WRITE-REPORT
           DISPLAY "===== PipelineFunnelReport CONTROL TOTALS ====="
           DISPLAY "REGISTER ROWS READ:  " WS-REGISTER-READ
           DISPLAY "INSIDE LOOKBACK:     " WS-IN-WINDOW-COUNT
           DISPLAY "RE-ENTRIES FOLDED:   " WS-REENTRY-COUNT
           DISPLAY "PERIOD COHORT:       " WS-COHORT-COUNT
           DISPLAY "STILL OPEN:          " WS-OPEN-COUNT
           DISPLAY "PAST STAGE SLA:      " WS-PAST-SLA-COUNT
           GOBACK.

      ******************************************************************
      * Establishes the cycle's business date.  No BIZDATE dataset,
      * or an empty one, falls back to the wall clock so an
      * unconfigured shop behaves exactly as before.
      ******************************************************************
       0120-READ-BUSINESS-DATE.
           MOVE ZERO TO WS-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BIZDATE-FS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-BUSINESS-DATE TO WS-RUN-TS (1:8).

      ******************************************************************
      * No PIPEPARM dataset runs weekly on the defaults.  A zero
      * lookback or SLA also keeps the default -- a zero SLA would
      * list every open application as stuck.
      ******************************************************************
       0130-READ-PIPELINE-PARAMETER.
           OPEN INPUT PIPELINE-PARAMETER-FILE
           IF WS-PP-FS = "00"
               READ PIPELINE-PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0135-TAKE-PIPELINE-PARAMETERS
               END-READ
               CLOSE PIPELINE-PARAMETER-FILE
           END-IF.

       0135-TAKE-PIPELINE-PARAMETERS.
           IF PP-PERIOD-TYPE = "M"
               MOVE "M" TO WS-PERIOD-TYPE
           END-IF
           IF PP-LOOKBACK-DAYS NUMERIC
              AND PP-LOOKBACK-DAYS > ZERO
               MOVE PP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 7
               IF PP-SLA-STAGE (WS-S) NUMERIC
                  AND PP-SLA-STAGE (WS-S) > ZERO
                   MOVE PP-SLA-STAGE (WS-S) TO WS-SLA-DAYS (WS-S)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Weekly is the seven days ending on the business date;
      * monthly is the business date's month to date.  The lookback
      * for open applications never starts later than the period.
      ******************************************************************
       0140-SET-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           IF WS-MONTHLY
               MOVE "MONTHLY" TO WS-PERIOD-TEXT
               MOVE WS-TODAY-DATE TO WS-PERIOD-START
               MOVE "01" TO WS-PERIOD-START (7:2)
               COMPUTE WS-PERIOD-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           ELSE
               MOVE "WEEKLY" TO WS-PERIOD-TEXT
               COMPUTE WS-PERIOD-START-INT = WS-TODAY-INT - 6
               MOVE FUNCTION DATE-OF-INTEGER (WS-PERIOD-START-INT)
                   TO WS-PERIOD-START
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS
           IF WS-CUTOFF-INT > WS-PERIOD-START-INT
               MOVE WS-PERIOD-START-INT TO WS-CUTOFF-INT
           END-IF.

      ******************************************************************
      * Loads the branch master into memory once at start-up for
      * each branch's region.  No BRNCHMST dataset puts every
      * branch under an unassigned region.
      ******************************************************************
       0150-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FS = "00"
               MOVE "N" TO WS-BM-EOF-SW
               SET BM-IDX TO 1
               PERFORM UNTIL WS-BM-EOF
                   READ BRANCH-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-BM-EOF-SW
                       NOT AT END
                           IF WS-BM-COUNT < 50
                               MOVE BM-BRANCH-CODE TO
                                   WS-BM-BRANCH-CODE (BM-IDX)
                               MOVE BM-BRANCH-NAME TO
                                   WS-BM-BRANCH-NAME (BM-IDX)
                               MOVE BM-REGION-CODE TO
                                   WS-BM-REGION-CODE (BM-IDX)
                               MOVE BM-BRANCH-STATUS TO
                                   WS-BM-BRANCH-STATUS (BM-IDX)
                               SET BM-IDX UP BY 1
                               ADD 1 TO WS-BM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       0160-FIND-BRANCH-MASTER.
           MOVE "N" TO WS-BM-FOUND-SW
           SET BM-IDX TO 1
           PERFORM UNTIL WS-BM-FOUND OR BM-IDX > WS-BM-COUNT
               IF WS-BM-BRANCH-CODE (BM-IDX) = WS-GR-LOOK-KEY
                   MOVE "Y" TO WS-BM-FOUND-SW
               ELSE
                   SET BM-IDX UP BY 1
               END-IF
           END-PERFORM.

      ******************************************************************
      * Loads the bank holiday calendar into memory once at start-up,
      * dates converted to integer form.  No BANKCAL dataset just
      * means no holidays are configured and only weekends are
      * skipped.
      ******************************************************************
       0165-LOAD-BANK-CALENDAR.
           OPEN INPUT BANK-CALENDAR-FILE
           IF WS-HOL-FS = "00"
               MOVE "N" TO WS-HOL-EOF-SW
               SET HD-IDX TO 1
               PERFORM UNTIL WS-HOL-EOF
                   READ BANK-CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-HOL-EOF-SW
                       NOT AT END
                           IF WS-HOL-COUNT < 50
                               COMPUTE WS-HOL-DATE-INT (HD-IDX) =
                                   FUNCTION INTEGER-OF-DATE
                                       (HD-HOLIDAY-DATE)
                               SET HD-IDX UP BY 1
                               ADD 1 TO WS-HOL-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-CALENDAR-FILE
           END-IF.

      ******************************************************************
      * Counts the business days after WS-BD-FROM-INT up to and
      * including WS-BD-TO-INT, skipping weekends and BANKCAL
      * holidays -- a stage reached the same day counts zero.
      ******************************************************************
       0170-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BD-COUNT
           MOVE WS-BD-FROM-INT TO WS-BD-WORK-INT
           PERFORM UNTIL WS-BD-WORK-INT >= WS-BD-TO-INT
               ADD 1 TO WS-BD-WORK-INT
               COMPUTE WS-BD-DOW = FUNCTION MOD (WS-BD-WORK-INT, 7)
               MOVE "N" TO WS-BD-HOLIDAY-SW
               PERFORM VARYING HD-IDX FROM 1 BY 1
                       UNTIL HD-IDX > WS-HOL-COUNT
                   IF WS-HOL-DATE-INT (HD-IDX) = WS-BD-WORK-INT
                       MOVE "Y" TO WS-BD-HOLIDAY-SW
                   END-IF
               END-PERFORM
               IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                  AND NOT WS-BD-IS-HOLIDAY
                   ADD 1 TO WS-BD-COUNT
               END-IF
           END-PERFORM.

      ******************************************************************
      * No APPLREG dataset means nothing has been registered yet --
      * an empty report, not an error.  No APPLSTAT dataset leaves
      * every application at the edit result the register records.
      ******************************************************************
       0200-FOLLOW-REGISTER.
           OPEN INPUT APPLICATION-STATUS-FILE
           IF WS-AP-FS = "00"
               MOVE "Y" TO WS-AP-OPEN-SW
           END-IF
           OPEN INPUT APPLICATION-REGISTER-FILE
           IF WS-AR-FS = "00"
               MOVE "N" TO WS-AR-EOF-SW
               PERFORM UNTIL WS-AR-EOF
                   READ APPLICATION-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-AR-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-REGISTER-READ
                           PERFORM 0300-TAKE-ONE-INTAKE
                   END-READ
               END-PERFORM
               CLOSE APPLICATION-REGISTER-FILE
           END-IF
           IF WS-AP-OPEN
               CLOSE APPLICATION-STATUS-FILE
           END-IF.

       0300-TAKE-ONE-INTAKE.
           IF AR-INTAKE-DATE NUMERIC
              AND AR-INTAKE-DATE > ZERO
              AND AR-INTAKE-DATE <= WS-TODAY-DATE
               COMPUTE WS-INTAKE-INT =
                   FUNCTION INTEGER-OF-DATE (AR-INTAKE-DATE)
               IF WS-INTAKE-INT >= WS-CUTOFF-INT
                   ADD 1 TO WS-IN-WINDOW-COUNT
                   PERFORM 0310-FIND-PRIOR-OPEN
                   IF WS-RG-FOUND
                       ADD 1 TO WS-REENTRY-COUNT
                   ELSE
                       PERFORM 0320-FOLLOW-ONE-APPLICATION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * An earlier row for the same customer whose application has
      * not yet reached an end makes this row a re-entry.
      ******************************************************************
       0310-FIND-PRIOR-OPEN.
           MOVE "N" TO WS-RG-FOUND-SW
           IF AR-CUST-ID NOT = SPACES
               SET RG-IDX TO 1
               PERFORM UNTIL WS-RG-FOUND OR RG-IDX > WS-RG-COUNT
                   IF WS-RG-CUST-ID (RG-IDX) = AR-CUST-ID
                      AND WS-RG-OPEN-SW (RG-IDX) = "Y"
                       MOVE "Y" TO WS-RG-FOUND-SW
                   ELSE
                       SET RG-IDX UP BY 1
                   END-IF
               END-PERFORM
           END-IF.

       0320-FOLLOW-ONE-APPLICATION.
           IF WS-RG-COUNT >= 5000
               DISPLAY "PipelineFunnelReport: APPLREG ROWS IN LOOKBACK"
                   " EXCEED TABLE CAPACITY"
               MOVE 12 TO RUN-RETURN-CODE
               MOVE "Y" TO WS-AR-EOF-SW
           ELSE
               PERFORM 0400-WALK-STATUS-EVENTS
               PERFORM 0450-FIND-CURRENT-STAGE
               SET RG-IDX TO WS-RG-COUNT
               SET RG-IDX UP BY 1
               MOVE AR-CUST-ID TO WS-RG-CUST-ID (RG-IDX)
               IF WS-TERMINAL
                   MOVE "N" TO WS-RG-OPEN-SW (RG-IDX)
               ELSE
                   MOVE "Y" TO WS-RG-OPEN-SW (RG-IDX)
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
               ADD 1 TO WS-RG-COUNT
               IF WS-INTAKE-INT >= WS-PERIOD-START-INT
                   ADD 1 TO WS-COHORT-COUNT
                   PERFORM 0500-TALLY-COHORT
               END-IF
               IF NOT WS-TERMINAL
                   PERFORM 0600-CHECK-SLA
               END-IF
           END-IF.

      ******************************************************************
      * Follows the application's APPLSTAT events from its intake
      * date on, taking the first date each stage was reached, until
      * one of them ends it: funded, or refused anywhere along the
      * way.  An edit reject never gets further than the register.
      ******************************************************************
       0400-WALK-STATUS-EVENTS.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               MOVE ZERO TO WS-ST-DATE (WS-S)
               MOVE ZERO TO WS-ST-ELAPSED (WS-S)
           END-PERFORM
           MOVE AR-INTAKE-DATE TO WS-ST-DATE (1)
           MOVE "N" TO WS-TERMINAL-SW
           MOVE SPACES TO WS-LAST-STATUS
           IF AR-EDIT-RESULT NOT = "C"
               MOVE "Y" TO WS-TERMINAL-SW
               MOVE "EDIT-REJ" TO WS-LAST-STATUS
           ELSE
               MOVE AR-INTAKE-DATE TO WS-ST-DATE (2)
               MOVE "RECEIVED" TO WS-LAST-STATUS
               IF WS-AP-OPEN
                   MOVE AR-CUST-ID TO AP-CUST-ID
                   MOVE LOW-VALUES TO AP-TIMESTAMP
                   MOVE LOW-VALUES TO AP-STATUS
                   MOVE "N" TO WS-AP-EOF-SW
                   START APPLICATION-STATUS-FILE KEY >= AP-REC-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-AP-EOF-SW
                   END-START
                   PERFORM UNTIL WS-AP-EOF OR WS-TERMINAL
                       READ APPLICATION-STATUS-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-AP-EOF-SW
                           NOT AT END
                               IF AP-CUST-ID NOT = AR-CUST-ID
                                   MOVE "Y" TO WS-AP-EOF-SW
                               ELSE
                                   PERFORM 0420-APPLY-ONE-EVENT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       0420-APPLY-ONE-EVENT.
           IF AP-TIMESTAMP (1:8) NUMERIC
               MOVE AP-TIMESTAMP (1:8) TO WS-EVT-DATE
           ELSE
               MOVE ZERO TO WS-EVT-DATE
           END-IF
           IF WS-EVT-DATE >= AR-INTAKE-DATE
               MOVE ZERO TO WS-EVT-STAGE
               EVALUATE AP-STATUS
                   WHEN "RECEIVED"
                       MOVE 2 TO WS-EVT-STAGE
                   WHEN "DECISIONED"
                       MOVE 3 TO WS-EVT-STAGE
                   WHEN "CNTR-OFFER"
                       MOVE 4 TO WS-EVT-STAGE
                   WHEN "STIP-OPEN"
                       MOVE 5 TO WS-EVT-STAGE
                   WHEN "DUAL-HOLD"
                       MOVE 6 TO WS-EVT-STAGE
                   WHEN "BOOKED"
                       MOVE 7 TO WS-EVT-STAGE
                   WHEN "FUNDED"
                       MOVE 8 TO WS-EVT-STAGE
                       MOVE "Y" TO WS-TERMINAL-SW
                   WHEN "EDIT-REJ"
                   WHEN "DECLINED"
                   WHEN "COMPL-REJ"
                   WHEN "FRAUD-REJ"
                   WHEN "OFFER-EXP"
                   WHEN "DUAL-DECL"
                   WHEN "DECN-EXPD"
                       MOVE "Y" TO WS-TERMINAL-SW
               END-EVALUATE
               IF WS-EVT-STAGE > ZERO
                   IF WS-ST-DATE (WS-EVT-STAGE) = ZERO
                       MOVE WS-EVT-DATE TO WS-ST-DATE (WS-EVT-STAGE)
                   END-IF
               END-IF
               MOVE AP-STATUS TO WS-LAST-STATUS
           END-IF.

      ******************************************************************
      * Where the application stands is the stage it reached most
      * recently -- the later stage in funnel order on a tie.
      ******************************************************************
       0450-FIND-CURRENT-STAGE.
           MOVE 1 TO WS-CUR-STAGE
           PERFORM VARYING WS-S FROM 2 BY 1 UNTIL WS-S > 8
               IF WS-ST-DATE (WS-S) > ZERO
                  AND WS-ST-DATE (WS-S) >= WS-ST-DATE (WS-CUR-STAGE)
                   MOVE WS-S TO WS-CUR-STAGE
               END-IF
           END-PERFORM.

      ******************************************************************
      * Adds a period intake to the shop, its channel, its region and
      * its branch.
      ******************************************************************
       0500-TALLY-COHORT.
           PERFORM VARYING WS-S FROM 2 BY 1 UNTIL WS-S > 8
               IF WS-ST-DATE (WS-S) > ZERO
                   PERFORM 0510-COMPUTE-STAGE-ELAPSED
               END-IF
           END-PERFORM
           MOVE "T"    TO WS-GR-LOOK-TYPE
           MOVE "ALL " TO WS-GR-LOOK-KEY
           PERFORM 0520-FIND-GROUP
           PERFORM 0530-ADD-TO-GROUP
           MOVE "C"    TO WS-GR-LOOK-TYPE
           MOVE AR-CHANNEL-CODE TO WS-GR-LOOK-KEY
           PERFORM 0520-FIND-GROUP
           PERFORM 0530-ADD-TO-GROUP
           MOVE AR-BRANCH-CODE TO WS-GR-LOOK-KEY
           PERFORM 0160-FIND-BRANCH-MASTER
           MOVE "R"    TO WS-GR-LOOK-TYPE
           IF WS-BM-FOUND
               MOVE WS-BM-REGION-CODE (BM-IDX) TO WS-GR-LOOK-KEY
           ELSE
               MOVE "????" TO WS-GR-LOOK-KEY
           END-IF
           PERFORM 0520-FIND-GROUP
           PERFORM 0530-ADD-TO-GROUP
           MOVE "B"    TO WS-GR-LOOK-TYPE
           MOVE AR-BRANCH-CODE TO WS-GR-LOOK-KEY
           PERFORM 0520-FIND-GROUP
           PERFORM 0530-ADD-TO-GROUP.

      ******************************************************************
      * Business days into stage WS-S from the latest milestone the
      * application reached on or before it, held at 60 -- the
      * histogram's last cell is "60 or more".
      ******************************************************************
       0510-COMPUTE-STAGE-ELAPSED.
           MOVE ZERO TO WS-PREV-DATE
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               IF WS-T NOT = WS-S
                  AND WS-ST-DATE (WS-T) > ZERO
                  AND WS-ST-DATE (WS-T) <= WS-ST-DATE (WS-S)
                  AND WS-ST-DATE (WS-T) > WS-PREV-DATE
                   MOVE WS-ST-DATE (WS-T) TO WS-PREV-DATE
               END-IF
           END-PERFORM
           COMPUTE WS-BD-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-PREV-DATE)
           COMPUTE WS-BD-TO-INT =
               FUNCTION INTEGER-OF-DATE (WS-ST-DATE (WS-S))
           PERFORM 0170-COUNT-BUSINESS-DAYS
           IF WS-BD-COUNT > 60
               MOVE 60 TO WS-ST-ELAPSED (WS-S)
           ELSE
               MOVE WS-BD-COUNT TO WS-ST-ELAPSED (WS-S)
           END-IF.

       0520-FIND-GROUP.
           MOVE "N" TO WS-GR-FOUND-SW
           SET GR-IDX TO 1
           PERFORM UNTIL WS-GR-FOUND OR GR-IDX > WS-GR-COUNT
               IF WS-GR-TYPE (GR-IDX) = WS-GR-LOOK-TYPE
                  AND WS-GR-KEY (GR-IDX) = WS-GR-LOOK-KEY
                   MOVE "Y" TO WS-GR-FOUND-SW
               ELSE
                   SET GR-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-GR-FOUND AND WS-GR-COUNT < 150
               SET GR-IDX TO WS-GR-COUNT
               SET GR-IDX UP BY 1
               INITIALIZE WS-GR-ROW (GR-IDX)
               MOVE WS-GR-LOOK-TYPE TO WS-GR-TYPE (GR-IDX)
               MOVE WS-GR-LOOK-KEY  TO WS-GR-KEY (GR-IDX)
               ADD 1 TO WS-GR-COUNT
               MOVE "Y" TO WS-GR-FOUND-SW
           END-IF.

       0530-ADD-TO-GROUP.
           IF WS-GR-FOUND
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
                   IF WS-ST-DATE (WS-S) > ZERO
                       ADD 1 TO WS-GR-REACHED (GR-IDX, WS-S)
                       IF WS-S > 1
                           COMPUTE WS-D = WS-ST-ELAPSED (WS-S) + 1
                           ADD 1 TO WS-GR-DAYS (GR-IDX, WS-S, WS-D)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * An open application is measured from the day it reached its
      * current stage to the business date; past that stage's SLA
      * it goes on the stuck list.
      ******************************************************************
       0600-CHECK-SLA.
           COMPUTE WS-BD-FROM-INT =
               FUNCTION INTEGER-OF-DATE (WS-ST-DATE (WS-CUR-STAGE))
           MOVE WS-TODAY-INT TO WS-BD-TO-INT
           PERFORM 0170-COUNT-BUSINESS-DAYS
           IF WS-BD-COUNT > WS-SLA-DAYS (WS-CUR-STAGE)
               ADD 1 TO WS-PAST-SLA-COUNT
               IF WS-SK-COUNT < 500
                   SET SK-IDX TO WS-SK-COUNT
                   SET SK-IDX UP BY 1
                   MOVE AR-CUST-ID      TO WS-SK-CUST-ID (SK-IDX)
                   MOVE AR-BRANCH-CODE  TO WS-SK-BRANCH-CODE (SK-IDX)
                   MOVE AR-CHANNEL-CODE TO WS-SK-CHANNEL-CODE (SK-IDX)
                   MOVE AR-INTAKE-DATE  TO WS-SK-INTAKE-DATE (SK-IDX)
                   MOVE WS-CUR-STAGE    TO WS-SK-STAGE (SK-IDX)
                   MOVE WS-LAST-STATUS  TO WS-SK-LAST-STATUS (SK-IDX)
                   MOVE WS-ST-DATE (WS-CUR-STAGE)
                       TO WS-SK-STAGE-DATE (SK-IDX)
                   MOVE WS-BD-COUNT     TO WS-SK-BUS-DAYS (SK-IDX)
                   MOVE WS-SLA-DAYS (WS-CUR-STAGE)
                       TO WS-SK-SLA-DAYS (SK-IDX)
                   ADD 1 TO WS-SK-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * The shop first, then each channel, region and branch, then
      * the stuck list.
      ******************************************************************
       0700-WRITE-REPORT.
           OPEN OUTPUT PIPELINE-REPORT-FILE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING "ORIGINATION PIPELINE FUNNEL - " DELIMITED BY SIZE
                  WS-PERIOD-TEXT DELIMITED BY SPACE
                  "   INTAKE " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  "   BUSINESS DAYS FROM THE MILESTONE BEFORE"
                      DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           MOVE ALL "-" TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           IF WS-GR-COUNT = ZERO
               MOVE SPACES TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
               MOVE "NO APPLICATIONS TAKEN IN DURING THE PERIOD"
                   TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           END-IF
           MOVE "T" TO WS-GR-LOOK-TYPE
           PERFORM 0710-WRITE-GROUP-TYPE
           MOVE "C" TO WS-GR-LOOK-TYPE
           PERFORM 0710-WRITE-GROUP-TYPE
           MOVE "R" TO WS-GR-LOOK-TYPE
           PERFORM 0710-WRITE-GROUP-TYPE
           MOVE "B" TO WS-GR-LOOK-TYPE
           PERFORM 0710-WRITE-GROUP-TYPE
           PERFORM 0760-WRITE-STUCK-LIST
           CLOSE PIPELINE-REPORT-FILE.

       0710-WRITE-GROUP-TYPE.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-TYPE (GR-IDX) = WS-GR-LOOK-TYPE
                   PERFORM 0720-WRITE-ONE-GROUP
               END-IF
           END-PERFORM.

       0720-WRITE-ONE-GROUP.
           MOVE SPACES TO WS-GROUP-TEXT
           EVALUATE WS-GR-TYPE (GR-IDX)
               WHEN "T"
                   MOVE "ALL APPLICATIONS" TO WS-GROUP-TEXT
               WHEN "C"
                   IF WS-GR-KEY (GR-IDX) = "W"
                       MOVE "CHANNEL WEB" TO WS-GROUP-TEXT
                   ELSE
                       MOVE "CHANNEL BRANCH" TO WS-GROUP-TEXT
                   END-IF
               WHEN "R"
                   STRING "REGION " DELIMITED BY SIZE
                          WS-GR-KEY (GR-IDX) DELIMITED BY SIZE
                       INTO WS-GROUP-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-GR-KEY (GR-IDX) TO WS-GR-LOOK-KEY
                   PERFORM 0160-FIND-BRANCH-MASTER
                   IF WS-BM-FOUND
                       STRING "BRANCH " DELIMITED BY SIZE
                              WS-GR-KEY (GR-IDX) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-BM-BRANCH-NAME (BM-IDX)
                                  DELIMITED BY SIZE
                           INTO WS-GROUP-TEXT
                       END-STRING
                   ELSE
                       STRING "BRANCH " DELIMITED BY SIZE
                              WS-GR-KEY (GR-IDX) DELIMITED BY SIZE
                           INTO WS-GROUP-TEXT
                       END-STRING
                   END-IF
           END-EVALUATE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE WS-GROUP-TEXT TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING "  STAGE         REACHED  % OF PRIOR  % OF INTAKE"
                      DELIMITED BY SIZE
                  "  MEDIAN DAYS  90TH PCTL DAYS" DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 8
               PERFORM 0730-WRITE-ONE-STAGE
           END-PERFORM.

      ******************************************************************
      * Conversion is from the stage WS-CONV-FROM names; intake has
      * none, and no elapsed time either -- the clock starts there.
      ******************************************************************
       0730-WRITE-ONE-STAGE.
           MOVE WS-GR-REACHED (GR-IDX, WS-S) TO WS-CNT-EDITED
           MOVE SPACES TO WS-CONV-TEXT
           MOVE SPACES TO WS-INTAKE-TEXT
           MOVE SPACES TO WS-MEDIAN-TEXT
           MOVE SPACES TO WS-P90-TEXT
           IF WS-S > 1
               MOVE WS-CONV-FROM (WS-S) TO WS-T
               IF WS-GR-REACHED (GR-IDX, WS-T) > ZERO
                   COMPUTE WS-CONV-PCT ROUNDED =
                       WS-GR-REACHED (GR-IDX, WS-S) * 100
                       / WS-GR-REACHED (GR-IDX, WS-T)
                   MOVE WS-CONV-PCT TO WS-PCT-EDITED
                   MOVE WS-PCT-EDITED TO WS-CONV-TEXT
               END-IF
               IF WS-GR-REACHED (GR-IDX, 1) > ZERO
                   COMPUTE WS-INTAKE-PCT ROUNDED =
                       WS-GR-REACHED (GR-IDX, WS-S) * 100
                       / WS-GR-REACHED (GR-IDX, 1)
                   MOVE WS-INTAKE-PCT TO WS-PCT-EDITED
                   MOVE WS-PCT-EDITED TO WS-INTAKE-TEXT
               END-IF
               IF WS-GR-REACHED (GR-IDX, WS-S) > ZERO
                   PERFORM 0740-FIND-PERCENTILES
               END-IF
           END-IF
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-STAGE-NAME (WS-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-EDITED DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-CONV-TEXT (1:7) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-INTAKE-TEXT (1:7) DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  WS-MEDIAN-TEXT DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
                  WS-P90-TEXT DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE.

      ******************************************************************
      * Reads the median and 90th percentile off the stage's
      * histogram: the first day whose running count reaches half
      * (nine-tenths) of the applications, rounded up.
      ******************************************************************
       0740-FIND-PERCENTILES.
           MOVE WS-GR-REACHED (GR-IDX, WS-S) TO WS-PCT-N
           COMPUTE WS-PCT-TARGET-50 = (WS-PCT-N * 50 + 99) / 100
           COMPUTE WS-PCT-TARGET-90 = (WS-PCT-N * 90 + 99) / 100
           MOVE ZERO TO WS-PCT-CUM
           MOVE 999 TO WS-MEDIAN-DAYS
           MOVE 999 TO WS-P90-DAYS
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 61
               ADD WS-GR-DAYS (GR-IDX, WS-S, WS-D) TO WS-PCT-CUM
               IF WS-MEDIAN-DAYS = 999
                  AND WS-PCT-CUM >= WS-PCT-TARGET-50
                   COMPUTE WS-MEDIAN-DAYS = WS-D - 1
               END-IF
               IF WS-P90-DAYS = 999
                  AND WS-PCT-CUM >= WS-PCT-TARGET-90
                   COMPUTE WS-P90-DAYS = WS-D - 1
               END-IF
           END-PERFORM
           MOVE WS-MEDIAN-DAYS TO WS-DAYS-EDITED
           MOVE WS-DAYS-EDITED TO WS-MEDIAN-TEXT
           IF WS-MEDIAN-DAYS = 60
               MOVE "+" TO WS-MEDIAN-TEXT (4:1)
           END-IF
           MOVE WS-P90-DAYS TO WS-DAYS-EDITED
           MOVE WS-DAYS-EDITED TO WS-P90-TEXT
           IF WS-P90-DAYS = 60
               MOVE "+" TO WS-P90-TEXT (4:1)
           END-IF.

      ******************************************************************
      * Every open application in the lookback, period or not, that
      * has sat at its current stage longer than the stage SLA.
      ******************************************************************
       0760-WRITE-STUCK-LIST.
           MOVE SPACES TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE ALL "-" TO PIPELINE-REPORT-LINE
           WRITE PIPELINE-REPORT-LINE
           MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-EDITED
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING "APPLICATIONS PAST STAGE SLA - OPEN INTAKES OF THE"
                      DELIMITED BY SIZE
                  " LAST " DELIMITED BY SIZE
                  WS-LOOKBACK-EDITED DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE
           IF WS-PAST-SLA-COUNT = ZERO
               MOVE "NO APPLICATIONS PAST STAGE SLA"
                   TO PIPELINE-REPORT-LINE
               WRITE PIPELINE-REPORT-LINE
           ELSE
               MOVE SPACES TO PIPELINE-REPORT-LINE
               STRING "  CUST-ID    BRCH CHANNEL INTAKE   STAGE"
                          DELIMITED BY SIZE
                      "         LAST STATUS SINCE    BUS DAYS SLA"
                          DELIMITED BY SIZE
                   INTO PIPELINE-REPORT-LINE
               END-STRING
               WRITE PIPELINE-REPORT-LINE
               PERFORM VARYING SK-IDX FROM 1 BY 1
                       UNTIL SK-IDX > WS-SK-COUNT
                   PERFORM 0770-WRITE-ONE-STUCK
               END-PERFORM
               IF WS-PAST-SLA-COUNT > WS-SK-COUNT
                   MOVE WS-PAST-SLA-COUNT TO WS-CNT-EDITED
                   MOVE SPACES TO PIPELINE-REPORT-LINE
                   STRING "  LIST HOLDS THE FIRST 500 OF "
                              DELIMITED BY SIZE
                          WS-CNT-EDITED DELIMITED BY SIZE
                       INTO PIPELINE-REPORT-LINE
                   END-STRING
                   WRITE PIPELINE-REPORT-LINE
               END-IF
           END-IF.

       0770-WRITE-ONE-STUCK.
           IF WS-SK-CHANNEL-CODE (SK-IDX) = "W"
               MOVE "WEB"    TO WS-CHANNEL-TEXT
           ELSE
               MOVE "BRANCH" TO WS-CHANNEL-TEXT
           END-IF
           MOVE WS-SK-STAGE (SK-IDX)    TO WS-S
           MOVE WS-SK-BUS-DAYS (SK-IDX) TO WS-BUS-DAYS-EDITED
           MOVE WS-SK-SLA-DAYS (SK-IDX) TO WS-SLA-EDITED
           MOVE SPACES TO PIPELINE-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-SK-CUST-ID (SK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SK-BRANCH-CODE (SK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHANNEL-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SK-INTAKE-DATE (SK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAGE-NAME (WS-S) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SK-LAST-STATUS (SK-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SK-STAGE-DATE (SK-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BUS-DAYS-EDITED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-SLA-EDITED DELIMITED BY SIZE
               INTO PIPELINE-REPORT-LINE
           END-STRING
           WRITE PIPELINE-REPORT-LINE.
