       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvestorRemittance.

      ******************************************************************
      * Month-end investor remittance for loan participations.  We
      * go on servicing every loan in full after a share of it is
      * sold, so PaymentPosting books the whole collection and
      * LoanGLPosting journals it all to our receivable, income and
      * allowance; the investor's part of it is ours only to pass
      * on.  One pass of the month's LOANHIST rows splits each
      * PAYMENT's principal and interest, each RECOVERY, and each
      * REVERSAL (taken back) across the PARTICPN shares held on
      * the loan the day it posted.  We keep IV-SERVICE-FEE-PCT of
      * each investor's interest as our servicing fee, and the rest
      * is remitted.  INVREMIT carries one header / detail /
      * trailer group per investor for Treasury to wire with the
      * investor's statement, INVRPT lists every share with a total
      * per investor, and balanced GLJRNL-layout entries per branch
      * cost center are appended to LOANJRNL moving the investors'
      * money to due to investors:
      *     principal  Dr participations sold   (13200000)
      *     interest   Dr interest income       (41100000)
      *                Cr servicing fee income  (41300000)
      *     recovery   Dr allowance             (13900000)
      *     net        Cr due to investors      (21800000)
      * so the journal balancing proof releases them with the rest
      * of the night's loan feed.  The appended entries go out as a
      * batch of their own between a standard interface header and
      * trailer (IFCREC).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATION-FILE
               ASSIGN TO "PARTICPN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IV-PARTICIPATION-KEY
               FILE STATUS IS WS-IV-FS.

           SELECT LOAN-HISTORY-FILE
               ASSIGN TO "LOANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-FS.

           SELECT REMITTANCE-FILE
               ASSIGN TO "INVREMIT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT REMITTANCE-REPORT-FILE
               ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE
               ASSIGN TO "LOANJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JE-FS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FS.

           SELECT BUSINESS-DATE-FILE
               ASSIGN TO "BIZDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATION-FILE.
           COPY PARTICPN.

       FD  LOAN-HISTORY-FILE.
           COPY LOANHIST.

      ******************************************************************
      * The investor remittance file.  It leaves the shop, so
      * everything in it is DISPLAY format; amounts can go negative
      * in a month whose reversals outrun its collections.
      ******************************************************************
       FD  REMITTANCE-FILE.
       01  REMITTANCE-HEADER.
           05  RI-HDR-RECORD-TYPE    PIC X(01).
           05  RI-HDR-INVESTOR-ID    PIC X(06).
           05  RI-HDR-INVESTOR-NAME  PIC X(30).
           05  RI-HDR-REMIT-MONTH    PIC 9(06).
           05  RI-HDR-FILE-DATE      PIC 9(08).
           05  FILLER                PIC X(99).
       01  REMITTANCE-DETAIL.
           05  RI-RECORD-TYPE        PIC X(01).
           05  RI-INVESTOR-ID        PIC X(06).
           05  RI-LOAN-ACCT-NO       PIC X(12).
           05  RI-SHARE-PCT          PIC 9(03)V9(04).
           05  RI-SERVICE-FEE-PCT    PIC 9(02)V9(04).
           05  RI-PRINCIPAL-AMT      PIC S9(09)V99 SIGN LEADING
                                         SEPARATE.
           05  RI-INTEREST-AMT       PIC S9(09)V99 SIGN LEADING
                                         SEPARATE.
           05  RI-SERVICE-FEE-AMT    PIC S9(09)V99 SIGN LEADING
                                         SEPARATE.
           05  RI-RECOVERY-AMT       PIC S9(09)V99 SIGN LEADING
                                         SEPARATE.
           05  RI-NET-AMT            PIC S9(09)V99 SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(58).
       01  REMITTANCE-TRAILER.
           05  RI-TRL-RECORD-TYPE    PIC X(01).
           05  RI-TRL-INVESTOR-ID    PIC X(06).
           05  RI-TRL-LOAN-COUNT     PIC 9(07).
           05  RI-TRL-NET-TOTAL      PIC S9(11)V99 SIGN LEADING
                                         SEPARATE.
           05  FILLER                PIC X(122).

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE    PIC X(132).

       FD  JOURNAL-FILE.
           COPY GLJRNL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BIZDATE.

       WORKING-STORAGE SECTION.

       COPY RUNCTLWS.
       COPY BIZDTWS.
       COPY IFCREC.

       01  WS-IV-FS                 PIC X(02).
       01  WS-LH-FS                 PIC X(02).
       01  WS-JE-FS                 PIC X(02).

       01  WS-IV-EOF-SW             PIC X(01) VALUE "N".
           88  WS-IV-EOF            VALUE "Y".
       01  WS-LH-EOF-SW             PIC X(01) VALUE "N".
           88  WS-LH-EOF            VALUE "Y".

       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-YYYYMM          PIC 9(06).

      ******************************************************************
      * Every share held at any time during the month, in PARTICPN
      * key order -- a loan's shares side by side -- with what it
      * earned as the month's ledger rows are split.
      ******************************************************************
       01  WS-PARTICIPATION-AREA.
           05  WS-PA-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-PA-ROW OCCURS 2000 TIMES
                             INDEXED BY PA-IDX.
               10  WS-PA-LOAN-ACCT-NO    PIC X(12).
               10  WS-PA-INVESTOR-ID     PIC X(06).
               10  WS-PA-SHARE-PCT       PIC 9(03)V9(04) COMP-3.
               10  WS-PA-FEE-PCT         PIC 9(02)V9(04) COMP-3.
               10  WS-PA-SOLD-DATE       PIC 9(08).
               10  WS-PA-END-DATE        PIC 9(08).
               10  WS-PA-PRINCIPAL       PIC S9(09)V99 COMP-3.
               10  WS-PA-INTEREST        PIC S9(09)V99 COMP-3.
               10  WS-PA-RECOVERY        PIC S9(09)V99 COMP-3.
               10  WS-PA-FEE             PIC S9(09)V99 COMP-3.
               10  WS-PA-NET             PIC S9(09)V99 COMP-3.
       01  WS-PA-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-PA-FOUND          VALUE "Y".
       01  WS-PA-DONE-SW            PIC X(01) VALUE "N".
           88  WS-PA-DONE           VALUE "Y".

      ******************************************************************
      * One row per investor, in the order first met, with the
      * month's totals its trailer and report block carry.
      ******************************************************************
       01  WS-INVESTOR-AREA.
           05  WS-IT-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-IT-ROW OCCURS 200 TIMES
                             INDEXED BY IT-IDX.
               10  WS-IT-INVESTOR-ID     PIC X(06).
               10  WS-IT-INVESTOR-NAME   PIC X(30).
               10  WS-IT-LOAN-COUNT      PIC 9(07) COMP.
               10  WS-IT-PRINCIPAL       PIC S9(11)V99 COMP-3.
               10  WS-IT-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-IT-FEE             PIC S9(11)V99 COMP-3.
               10  WS-IT-RECOVERY        PIC S9(11)V99 COMP-3.
               10  WS-IT-NET             PIC S9(11)V99 COMP-3.
       01  WS-IT-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-IT-FOUND          VALUE "Y".

      ******************************************************************
      * The investors' money netted per cost center (the branch's
      * leading three characters, as LoanGLPosting journals it).
      ******************************************************************
       01  WS-COST-CENTER-AREA.
           05  WS-GC-COUNT          PIC 9(04) COMP VALUE ZERO.
           05  WS-GC-ROW OCCURS 200 TIMES
                             INDEXED BY GC-IDX.
               10  WS-GC-COST-CENTER     PIC X(03).
               10  WS-GC-PRINCIPAL       PIC S9(11)V99 COMP-3.
               10  WS-GC-INTEREST        PIC S9(11)V99 COMP-3.
               10  WS-GC-FEE             PIC S9(11)V99 COMP-3.
               10  WS-GC-RECOVERY        PIC S9(11)V99 COMP-3.
       01  WS-GC-FOUND-SW           PIC X(01) VALUE "N".
           88  WS-GC-FOUND          VALUE "Y".
       01  WS-WORK-COST-CENTER      PIC X(03).

      ******************************************************************
      * One journal line: a negative amount goes to the other side.
      ******************************************************************
       01  WS-POST-ACCOUNT          PIC X(08).
       01  WS-POST-SIDE             PIC X(01).
           88  WS-POST-DEBIT        VALUE "D".
       01  WS-POST-AMOUNT           PIC S9(11)V99 COMP-3.
       01  WS-POST-DESCRIPTION      PIC X(30).

       01  WS-SHARE-AMT             PIC S9(09)V99 COMP-3.

       01  WS-PCT-EDITED            PIC ZZ9.9999.
       01  WS-FEE-PCT-EDITED        PIC ZZ9.9999.
       01  WS-AMT-EDITED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-2          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-3          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-4          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDITED-5          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-ROWS-SPLIT            PIC 9(07) COMP VALUE ZERO.
       01  WS-TOTAL-PRINCIPAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-INTEREST        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-FEE             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-RECOVERY        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-NET             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(05) COMP VALUE ZERO.
       01  WS-JOURNAL-HASH          PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * Callable as a subprogram from a batch driver: RUN-RETURN-CODE
      * comes
      * back ZERO on a clean run, 12 if the keyed participation file
      * or the journal can't be opened or a table overflows, 8 if
      * the remittance entries don't balance.
      ******************************************************************
       LINKAGE SECTION.

       01  RUN-RETURN-CODE       PIC S9(04) COMP.

       PROCEDURE DIVISION USING RUN-RETURN-CODE.

       0000-MAINLINE.
           MOVE ZERO TO RUN-RETURN-CODE
           PERFORM 0120-READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE (1:6) TO WS-TODAY-YYYYMM
           PERFORM 0125-READ-RUN-CYCLE
           PERFORM 0150-LOAD-PARTICIPATIONS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 0200-SPLIT-COLLECTIONS
           PERFORM 0400-SETTLE-PARTICIPATIONS
           IF RUN-RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JE-FS NOT = "00" AND WS-JE-FS NOT = "05"
               DISPLAY "InvestorRemittance: LOANJRNL OPEN FAILED FS="
                   WS-JE-FS
               MOVE 12 TO RUN-RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REMITTANCE-FILE
           OPEN OUTPUT REMITTANCE-REPORT-FILE
           PERFORM 0180-WRITE-REPORT-HEADINGS
           PERFORM 0500-WRITE-INVESTOR-GROUPS
           PERFORM 0590-WRITE-GRAND-TOTAL
           CLOSE REMITTANCE-FILE
           CLOSE REMITTANCE-REPORT-FILE
           PERFORM 0595-WRITE-JOURNAL-HEADER
           PERFORM 0600-POST-REMITTANCE
           PERFORM 0780-WRITE-JOURNAL-TRAILER
           CLOSE JOURNAL-FILE
           PERFORM 0800-PROVE-BALANCE
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
      * Picks up the cycle number RunCycleStart issued at the top of
      * the job stream.  No RUNCTL dataset leaves the cycle zero and
      * rows go out unstamped, exactly as they always did.
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
      * Loads every share sold by the month's end that was still
      * held at some point in it: ACTIVE, or ENDED this month or
      * later.  No PARTICPN dataset just means no loan has been
      * sold -- the run goes out with nothing on it.  Any other
      * open failure, or more shares than the tables hold, fails
      * the run with RC 12 before anything is remitted.
      ******************************************************************
       0150-LOAD-PARTICIPATIONS.
           OPEN INPUT PARTICIPATION-FILE
           EVALUATE WS-IV-FS
               WHEN "00"
                   MOVE "N" TO WS-IV-EOF-SW
                   PERFORM UNTIL WS-IV-EOF
                       READ PARTICIPATION-FILE
                           AT END
                               MOVE "Y" TO WS-IV-EOF-SW
                           NOT AT END
                               PERFORM 0160-LOAD-ONE-PARTICIPATION
                       END-READ
                   END-PERFORM
                   CLOSE PARTICIPATION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "InvestorRemittance: PARTICPN OPEN FAILED"
                       " FS=" WS-IV-FS
                   MOVE 12 TO RUN-RETURN-CODE
           END-EVALUATE.

       0160-LOAD-ONE-PARTICIPATION.
           IF IV-SOLD-DATE (1:6) NOT > WS-TODAY-YYYYMM
              AND (IV-ACTIVE
                   OR IV-END-DATE (1:6) NOT < WS-TODAY-YYYYMM)
               IF WS-PA-COUNT >= 2000
                   DISPLAY "InvestorRemittance: PARTICPN EXCEEDS"
                       " TABLE CAPACITY"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-IV-EOF-SW
               ELSE
                   PERFORM 0170-FIND-INVESTOR
                   IF WS-IT-FOUND
                       ADD 1 TO WS-PA-COUNT
                       SET PA-IDX TO WS-PA-COUNT
                       MOVE IV-LOAN-ACCT-NO
                           TO WS-PA-LOAN-ACCT-NO (PA-IDX)
                       MOVE IV-INVESTOR-ID
                           TO WS-PA-INVESTOR-ID (PA-IDX)
                       MOVE IV-SHARE-PCT TO WS-PA-SHARE-PCT (PA-IDX)
                       MOVE IV-SERVICE-FEE-PCT
                           TO WS-PA-FEE-PCT (PA-IDX)
                       MOVE IV-SOLD-DATE TO WS-PA-SOLD-DATE (PA-IDX)
                       MOVE IV-END-DATE TO WS-PA-END-DATE (PA-IDX)
                       MOVE ZERO TO WS-PA-PRINCIPAL (PA-IDX)
                       MOVE ZERO TO WS-PA-INTEREST (PA-IDX)
                       MOVE ZERO TO WS-PA-RECOVERY (PA-IDX)
                       MOVE ZERO TO WS-PA-FEE (PA-IDX)
                       MOVE ZERO TO WS-PA-NET (PA-IDX)
                       ADD 1 TO WS-IT-LOAN-COUNT (IT-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Leaves IT-IDX on the investor's row, adding one the first
      * time the investor turns up.  A full table fails the run
      * with RC 12 rather than leave an investor unpaid.
      ******************************************************************
       0170-FIND-INVESTOR.
           MOVE "N" TO WS-IT-FOUND-SW
           SET IT-IDX TO 1
           PERFORM UNTIL WS-IT-FOUND OR IT-IDX > WS-IT-COUNT
               IF WS-IT-INVESTOR-ID (IT-IDX) = IV-INVESTOR-ID
                   MOVE "Y" TO WS-IT-FOUND-SW
               ELSE
                   SET IT-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-IT-FOUND
               IF WS-IT-COUNT >= 200
                   DISPLAY "InvestorRemittance: INVESTOR TABLE"
                       " CAPACITY EXCEEDED"
                   MOVE 12 TO RUN-RETURN-CODE
                   MOVE "Y" TO WS-IV-EOF-SW
               ELSE
                   ADD 1 TO WS-IT-COUNT
                   SET IT-IDX TO WS-IT-COUNT
                   MOVE IV-INVESTOR-ID TO WS-IT-INVESTOR-ID (IT-IDX)
                   MOVE IV-INVESTOR-NAME
                       TO WS-IT-INVESTOR-NAME (IT-IDX)
                   MOVE ZERO TO WS-IT-LOAN-COUNT (IT-IDX)
                   MOVE ZERO TO WS-IT-PRINCIPAL (IT-IDX)
                   MOVE ZERO TO WS-IT-INTEREST (IT-IDX)
                   MOVE ZERO TO WS-IT-FEE (IT-IDX)
                   MOVE ZERO TO WS-IT-RECOVERY (IT-IDX)
                   MOVE ZERO TO WS-IT-NET (IT-IDX)
                   MOVE "Y" TO WS-IT-FOUND-SW
               END-IF
           END-IF.

       0180-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING "INVESTOR REMITTANCE FOR MONTH " DELIMITED BY SIZE
                  WS-TODAY-YYYYMM DELIMITED BY SIZE
                  "  RUN DATE " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING "INVEST" DELIMITED BY SIZE
                  "  LOAN ACCOUNT" DELIMITED BY SIZE
                  "     SHARE" DELIMITED BY SIZE
                  "   FEE PCT" DELIMITED BY SIZE
                  "         PRINCIPAL" DELIMITED BY SIZE
                  "          INTEREST" DELIMITED BY SIZE
                  "       SERVICE FEE" DELIMITED BY SIZE
                  "          RECOVERY" DELIMITED BY SIZE
                  "      NET REMITTED" DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE
           MOVE ALL "-" TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

      ******************************************************************
      * One pass of the permanent ledger keeping only the business
      * month's collection rows.  No LOANHIST dataset just means
      * nothing was collected.
      ******************************************************************
       0200-SPLIT-COLLECTIONS.
           OPEN INPUT LOAN-HISTORY-FILE
           IF WS-LH-FS = "00"
               MOVE "N" TO WS-LH-EOF-SW
               PERFORM UNTIL WS-LH-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-LH-EOF-SW
                       NOT AT END
                           IF LH-TRAN-DATE (1:6) = WS-TODAY-YYYYMM
                              AND (LH-TRAN-TYPE = "PAYMENT "
                                   OR LH-TRAN-TYPE = "RECOVERY"
                                   OR LH-TRAN-TYPE = "REVERSAL")
                               PERFORM 0220-SPLIT-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

      ******************************************************************
      * Finds the loan's first share, then walks the loan's shares
      * -- they sit together in the table -- splitting the row to
      * each one held on the day it posted.
      ******************************************************************
       0220-SPLIT-ONE-ROW.
           MOVE "N" TO WS-PA-FOUND-SW
           SET PA-IDX TO 1
           PERFORM UNTIL WS-PA-FOUND OR PA-IDX > WS-PA-COUNT
               IF WS-PA-LOAN-ACCT-NO (PA-IDX) = LH-LOAN-ACCT-NO
                   MOVE "Y" TO WS-PA-FOUND-SW
               ELSE
                   SET PA-IDX UP BY 1
               END-IF
           END-PERFORM
           IF WS-PA-FOUND
               ADD 1 TO WS-ROWS-SPLIT
               MOVE "N" TO WS-PA-DONE-SW
               PERFORM UNTIL WS-PA-DONE
                   IF LH-TRAN-DATE NOT < WS-PA-SOLD-DATE (PA-IDX)
                      AND (WS-PA-END-DATE (PA-IDX) = ZERO
                           OR LH-TRAN-DATE < WS-PA-END-DATE (PA-IDX))
                       PERFORM 0250-SPLIT-TO-SHARE
                   END-IF
                   SET PA-IDX UP BY 1
                   IF PA-IDX > WS-PA-COUNT
                       MOVE "Y" TO WS-PA-DONE-SW
                   ELSE
                       IF WS-PA-LOAN-ACCT-NO (PA-IDX)
                          NOT = LH-LOAN-ACCT-NO
                           MOVE "Y" TO WS-PA-DONE-SW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Reversal rows carry the original payment's split, so the
      * share it paid the investor comes back off the month.
      ******************************************************************
       0250-SPLIT-TO-SHARE.
           EVALUATE LH-TRAN-TYPE
               WHEN "PAYMENT "
                   COMPUTE WS-SHARE-AMT ROUNDED =
                       LH-PRINCIPAL-AMT * WS-PA-SHARE-PCT (PA-IDX)
                       / 100
                   ADD WS-SHARE-AMT TO WS-PA-PRINCIPAL (PA-IDX)
                   COMPUTE WS-SHARE-AMT ROUNDED =
                       LH-INTEREST-AMT * WS-PA-SHARE-PCT (PA-IDX)
                       / 100
                   ADD WS-SHARE-AMT TO WS-PA-INTEREST (PA-IDX)
               WHEN "REVERSAL"
                   COMPUTE WS-SHARE-AMT ROUNDED =
                       LH-PRINCIPAL-AMT * WS-PA-SHARE-PCT (PA-IDX)
                       / 100
                   SUBTRACT WS-SHARE-AMT FROM WS-PA-PRINCIPAL (PA-IDX)
                   COMPUTE WS-SHARE-AMT ROUNDED =
                       LH-INTEREST-AMT * WS-PA-SHARE-PCT (PA-IDX)
                       / 100
                   SUBTRACT WS-SHARE-AMT FROM WS-PA-INTEREST (PA-IDX)
               WHEN "RECOVERY"
                   COMPUTE WS-SHARE-AMT ROUNDED =
                       LH-PRINCIPAL-AMT * WS-PA-SHARE-PCT (PA-IDX)
                       / 100
                   ADD WS-SHARE-AMT TO WS-PA-RECOVERY (PA-IDX)
           END-EVALUATE.

      ******************************************************************
      * The servicing fee comes off each share's interest for the
      * month; what is left, with the principal and recoveries, is
      * the investor's.  Totals roll up to the investor and to the
      * loan's cost center.
      ******************************************************************
       0400-SETTLE-PARTICIPATIONS.
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-PA-COUNT
               PERFORM 0420-SETTLE-ONE-SHARE
           END-PERFORM.

       0420-SETTLE-ONE-SHARE.
           COMPUTE WS-PA-FEE (PA-IDX) ROUNDED =
               WS-PA-INTEREST (PA-IDX) * WS-PA-FEE-PCT (PA-IDX) / 100
           COMPUTE WS-PA-NET (PA-IDX) =
               WS-PA-PRINCIPAL (PA-IDX) + WS-PA-INTEREST (PA-IDX)
               - WS-PA-FEE (PA-IDX) + WS-PA-RECOVERY (PA-IDX)
           MOVE WS-PA-INVESTOR-ID (PA-IDX) TO IV-INVESTOR-ID
           PERFORM 0170-FIND-INVESTOR
           ADD WS-PA-PRINCIPAL (PA-IDX) TO WS-IT-PRINCIPAL (IT-IDX)
           ADD WS-PA-INTEREST (PA-IDX)  TO WS-IT-INTEREST (IT-IDX)
           ADD WS-PA-FEE (PA-IDX)       TO WS-IT-FEE (IT-IDX)
           ADD WS-PA-RECOVERY (PA-IDX)  TO WS-IT-RECOVERY (IT-IDX)
           ADD WS-PA-NET (PA-IDX)       TO WS-IT-NET (IT-IDX)
           ADD WS-PA-PRINCIPAL (PA-IDX) TO WS-TOTAL-PRINCIPAL
           ADD WS-PA-INTEREST (PA-IDX)  TO WS-TOTAL-INTEREST
           ADD WS-PA-FEE (PA-IDX)       TO WS-TOTAL-FEE
           ADD WS-PA-RECOVERY (PA-IDX)  TO WS-TOTAL-RECOVERY
           ADD WS-PA-NET (PA-IDX)       TO WS-TOTAL-NET
           MOVE WS-PA-LOAN-ACCT-NO (PA-IDX) (1:3)
               TO WS-WORK-COST-CENTER
           PERFORM 0450-FIND-COST-CENTER
           IF WS-GC-FOUND
               ADD WS-PA-PRINCIPAL (PA-IDX) TO WS-GC-PRINCIPAL (GC-IDX)
               ADD WS-PA-INTEREST (PA-IDX)  TO WS-GC-INTEREST (GC-IDX)
               ADD WS-PA-FEE (PA-IDX)       TO WS-GC-FEE (GC-IDX)
               ADD WS-PA-RECOVERY (PA-IDX)  TO WS-GC-RECOVERY (GC-IDX)
           END-IF.

       0450-FIND-COST-CENTER.
           MOVE "N" TO WS-GC-FOUND-SW
           SET GC-IDX TO 1
           PERFORM UNTIL WS-GC-FOUND OR GC-IDX > WS-GC-COUNT
               IF WS-GC-COST-CENTER (GC-IDX) = WS-WORK-COST-CENTER
                   MOVE "Y" TO WS-GC-FOUND-SW
               ELSE
                   SET GC-IDX UP BY 1
               END-IF
           END-PERFORM
           IF NOT WS-GC-FOUND
               IF WS-GC-COUNT >= 200
                   DISPLAY "InvestorRemittance: COST CENTER TABLE"
                       " CAPACITY EXCEEDED"
                   MOVE 12 TO RUN-RETURN-CODE
               ELSE
                   ADD 1 TO WS-GC-COUNT
                   SET GC-IDX TO WS-GC-COUNT
                   MOVE WS-WORK-COST-CENTER
                       TO WS-GC-COST-CENTER (GC-IDX)
                   MOVE ZERO TO WS-GC-PRINCIPAL (GC-IDX)
                   MOVE ZERO TO WS-GC-INTEREST (GC-IDX)
                   MOVE ZERO TO WS-GC-FEE (GC-IDX)
                   MOVE ZERO TO WS-GC-RECOVERY (GC-IDX)
                   MOVE "Y" TO WS-GC-FOUND-SW
               END-IF
           END-IF.

      ******************************************************************
      * One header / detail / trailer group per investor, with a
      * matching block on the report.  Every share held during the
      * month goes out, quiet ones at zero, so the investor can tie
      * the statement to its own books.
      ******************************************************************
       0500-WRITE-INVESTOR-GROUPS.
           PERFORM VARYING IT-IDX FROM 1 BY 1
                   UNTIL IT-IDX > WS-IT-COUNT
               PERFORM 0520-WRITE-ONE-INVESTOR
           END-PERFORM.

       0520-WRITE-ONE-INVESTOR.
           MOVE SPACES TO REMITTANCE-HEADER
           MOVE "H" TO RI-HDR-RECORD-TYPE
           MOVE WS-IT-INVESTOR-ID (IT-IDX)   TO RI-HDR-INVESTOR-ID
           MOVE WS-IT-INVESTOR-NAME (IT-IDX) TO RI-HDR-INVESTOR-NAME
           MOVE WS-TODAY-YYYYMM TO RI-HDR-REMIT-MONTH
           MOVE WS-TODAY-DATE   TO RI-HDR-FILE-DATE
           WRITE REMITTANCE-HEADER
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING WS-IT-INVESTOR-ID (IT-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IT-INVESTOR-NAME (IT-IDX) DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE
           PERFORM VARYING PA-IDX FROM 1 BY 1
                   UNTIL PA-IDX > WS-PA-COUNT
               IF WS-PA-INVESTOR-ID (PA-IDX)
                  = WS-IT-INVESTOR-ID (IT-IDX)
                   PERFORM 0540-WRITE-ONE-SHARE
               END-IF
           END-PERFORM
           MOVE SPACES TO REMITTANCE-TRAILER
           MOVE "T" TO RI-TRL-RECORD-TYPE
           MOVE WS-IT-INVESTOR-ID (IT-IDX) TO RI-TRL-INVESTOR-ID
           MOVE WS-IT-LOAN-COUNT (IT-IDX)  TO RI-TRL-LOAN-COUNT
           MOVE WS-IT-NET (IT-IDX)         TO RI-TRL-NET-TOTAL
           WRITE REMITTANCE-TRAILER
           MOVE WS-IT-PRINCIPAL (IT-IDX) TO WS-AMT-EDITED
           MOVE WS-IT-INTEREST (IT-IDX)  TO WS-AMT-EDITED-2
           MOVE WS-IT-FEE (IT-IDX)       TO WS-AMT-EDITED-3
           MOVE WS-IT-RECOVERY (IT-IDX)  TO WS-AMT-EDITED-4
           MOVE WS-IT-NET (IT-IDX)       TO WS-AMT-EDITED-5
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING "  INVESTOR TOTAL" DELIMITED BY SIZE
                  "                         " DELIMITED BY SIZE
                  WS-AMT-EDITED   DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-5 DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           WRITE REMITTANCE-REPORT-LINE.

       0540-WRITE-ONE-SHARE.
           MOVE SPACES TO REMITTANCE-DETAIL
           MOVE "D" TO RI-RECORD-TYPE
           MOVE WS-PA-INVESTOR-ID (PA-IDX)  TO RI-INVESTOR-ID
           MOVE WS-PA-LOAN-ACCT-NO (PA-IDX) TO RI-LOAN-ACCT-NO
           MOVE WS-PA-SHARE-PCT (PA-IDX)    TO RI-SHARE-PCT
           MOVE WS-PA-FEE-PCT (PA-IDX)      TO RI-SERVICE-FEE-PCT
           MOVE WS-PA-PRINCIPAL (PA-IDX)    TO RI-PRINCIPAL-AMT
           MOVE WS-PA-INTEREST (PA-IDX)     TO RI-INTEREST-AMT
           MOVE WS-PA-FEE (PA-IDX)          TO RI-SERVICE-FEE-AMT
           MOVE WS-PA-RECOVERY (PA-IDX)     TO RI-RECOVERY-AMT
           MOVE WS-PA-NET (PA-IDX)          TO RI-NET-AMT
           WRITE REMITTANCE-DETAIL
           MOVE WS-PA-SHARE-PCT (PA-IDX) TO WS-PCT-EDITED
           MOVE WS-PA-FEE-PCT (PA-IDX)   TO WS-FEE-PCT-EDITED
           MOVE WS-PA-PRINCIPAL (PA-IDX) TO WS-AMT-EDITED
           MOVE WS-PA-INTEREST (PA-IDX)  TO WS-AMT-EDITED-2
           MOVE WS-PA-FEE (PA-IDX)       TO WS-AMT-EDITED-3
           MOVE WS-PA-RECOVERY (PA-IDX)  TO WS-AMT-EDITED-4
           MOVE WS-PA-NET (PA-IDX)       TO WS-AMT-EDITED-5
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING "        " DELIMITED BY SIZE
                  WS-PA-LOAN-ACCT-NO (PA-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PCT-EDITED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FEE-PCT-EDITED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED   DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-5 DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE.

       0590-WRITE-GRAND-TOTAL.
           MOVE WS-TOTAL-PRINCIPAL TO WS-AMT-EDITED
           MOVE WS-TOTAL-INTEREST  TO WS-AMT-EDITED-2
           MOVE WS-TOTAL-FEE       TO WS-AMT-EDITED-3
           MOVE WS-TOTAL-RECOVERY  TO WS-AMT-EDITED-4
           MOVE WS-TOTAL-NET       TO WS-AMT-EDITED-5
           MOVE SPACES TO REMITTANCE-REPORT-LINE
           STRING "GRAND TOTAL" DELIMITED BY SIZE
                  "                              " DELIMITED BY SIZE
                  WS-AMT-EDITED   DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-4 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMT-EDITED-5 DELIMITED BY SIZE
               INTO REMITTANCE-REPORT-LINE
           END-STRING
           WRITE REMITTANCE-REPORT-LINE.

       0595-WRITE-JOURNAL-HEADER.
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*HDR"           TO IC-RECORD-ID
           MOVE "LOANJRNL"       TO IC-FILE-ID
           MOVE "INVREMIT"       TO IC-PRODUCER
           MOVE WS-BUSINESS-DATE TO IC-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER  TO IC-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

      ******************************************************************
      * The investors' principal comes off participations sold, the
      * contra to the receivable LoanGLPosting credited in full;
      * their interest comes back out of income, less the fee we
      * keep; their recoveries come back out of the allowance.  All
      * of it, net, is owed to them until Treasury wires it.
      ******************************************************************
       0600-POST-REMITTANCE.
           PERFORM VARYING GC-IDX FROM 1 BY 1
                   UNTIL GC-IDX > WS-GC-COUNT
               PERFORM 0650-POST-ONE-COST-CENTER
           END-PERFORM.

       0650-POST-ONE-COST-CENTER.
           MOVE "13200000" TO WS-POST-ACCOUNT
           MOVE "D" TO WS-POST-SIDE
           MOVE WS-GC-PRINCIPAL (GC-IDX) TO WS-POST-AMOUNT
           MOVE "PARTICIPATION PRINCIPAL" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "21800000" TO WS-POST-ACCOUNT
           MOVE "C" TO WS-POST-SIDE
           MOVE "DUE TO INVESTORS - PRINCIPAL" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "41100000" TO WS-POST-ACCOUNT
           MOVE "D" TO WS-POST-SIDE
           MOVE WS-GC-INTEREST (GC-IDX) TO WS-POST-AMOUNT
           MOVE "INVESTOR INTEREST SHARE" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "41300000" TO WS-POST-ACCOUNT
           MOVE "C" TO WS-POST-SIDE
           MOVE WS-GC-FEE (GC-IDX) TO WS-POST-AMOUNT
           MOVE "SERVICING FEE INCOME" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "21800000" TO WS-POST-ACCOUNT
           MOVE "C" TO WS-POST-SIDE
           COMPUTE WS-POST-AMOUNT =
               WS-GC-INTEREST (GC-IDX) - WS-GC-FEE (GC-IDX)
           MOVE "DUE TO INVESTORS - INTEREST" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "13900000" TO WS-POST-ACCOUNT
           MOVE "D" TO WS-POST-SIDE
           MOVE WS-GC-RECOVERY (GC-IDX) TO WS-POST-AMOUNT
           MOVE "INVESTOR RECOVERY SHARE" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE
           MOVE "21800000" TO WS-POST-ACCOUNT
           MOVE "C" TO WS-POST-SIDE
           MOVE "DUE TO INVESTORS - RECOVERY" TO WS-POST-DESCRIPTION
           PERFORM 0680-POST-LINE.

      ******************************************************************
      * A zero amount writes nothing; a negative one -- a month of
      * reversals -- is journalled on the opposite side.
      ******************************************************************
       0680-POST-LINE.
           IF WS-POST-AMOUNT NOT = ZERO
               MOVE WS-POST-ACCOUNT TO JE-ACCOUNT
               MOVE WS-POST-DESCRIPTION TO JE-DESCRIPTION
               IF WS-POST-AMOUNT < ZERO
                   COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-AMOUNT
                   IF WS-POST-DEBIT
                       MOVE "C" TO WS-POST-SIDE
                   ELSE
                       MOVE "D" TO WS-POST-SIDE
                   END-IF
               END-IF
               IF WS-POST-DEBIT
                   MOVE WS-POST-AMOUNT TO JE-DEBIT-AMOUNT
                   MOVE ZERO TO JE-CREDIT-AMOUNT
               ELSE
                   MOVE ZERO TO JE-DEBIT-AMOUNT
                   MOVE WS-POST-AMOUNT TO JE-CREDIT-AMOUNT
               END-IF
               PERFORM 0690-WRITE-ENTRY
           END-IF.

       0690-WRITE-ENTRY.
           MOVE WS-GC-COST-CENTER (GC-IDX) TO JE-COST-CENTER
           MOVE WS-CYCLE-NUMBER TO JE-CYCLE-NUMBER
           WRITE JOURNAL-ENTRY-RECORD
           ADD JE-DEBIT-AMOUNT  TO WS-TOTAL-DEBITS
           ADD JE-CREDIT-AMOUNT TO WS-TOTAL-CREDITS
           ADD 1 TO WS-ENTRY-COUNT.

       0780-WRITE-JOURNAL-TRAILER.
           COMPUTE WS-JOURNAL-HASH = WS-TOTAL-DEBITS + WS-TOTAL-CREDITS
           MOVE SPACES           TO INTERFACE-CONTROL-RECORD
           MOVE "*TRL"           TO IC-RECORD-ID
           MOVE WS-ENTRY-COUNT   TO IC-RECORD-COUNT
           MOVE WS-JOURNAL-HASH  TO IC-AMOUNT-HASH
           WRITE JOURNAL-ENTRY-RECORD FROM INTERFACE-CONTROL-RECORD.

       0800-PROVE-BALANCE.
           DISPLAY "===== InvestorRemittance CONTROL TOTALS ====="
           DISPLAY "SHARES REMITTED:     " WS-PA-COUNT
           DISPLAY "INVESTORS:           " WS-IT-COUNT
           DISPLAY "LEDGER ROWS SPLIT:   " WS-ROWS-SPLIT
           DISPLAY "INVESTOR PRINCIPAL:  " WS-TOTAL-PRINCIPAL
           DISPLAY "INVESTOR INTEREST:   " WS-TOTAL-INTEREST
           DISPLAY "SERVICING FEES:      " WS-TOTAL-FEE
           DISPLAY "INVESTOR RECOVERIES: " WS-TOTAL-RECOVERY
           DISPLAY "NET REMITTED:        " WS-TOTAL-NET
           DISPLAY "JOURNAL LINES:       " WS-ENTRY-COUNT
           DISPLAY "TOTAL DEBITS:        " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS:       " WS-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               DISPLAY "JOURNAL IN BALANCE"
           ELSE
               DISPLAY "JOURNAL OUT OF BALANCE"
               MOVE 8 TO RUN-RETURN-CODE
           END-IF.
