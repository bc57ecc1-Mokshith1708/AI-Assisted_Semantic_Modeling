      ******************************************************************
      * INCENTIV - one row per loan officer per monthly incentive
      * period (OI-INCENT-PERIOD, YYYYMM), written by
      * OriginationIncentive and paid by EmployeeBonusEvaluation
      * through the same withholding, deferral, YTDBONUS and
      * BONUSOUT path as a bonus.  OI-NET-PAYABLE is the gross
      * incentive less clawbacks less anything still owed from
      * earlier months (OI-CARRY-IN); when clawbacks outrun the
      * credits the payable is zero and the shortfall carries out
      * in OI-CARRY-OUT to be recovered from the next month.
      ******************************************************************
       01  ORIGINATION-INCENTIVE-RECORD.
           05  OI-EMP-ID             PIC X(06).
           05  OI-INCENT-PERIOD      PIC X(06).
           05  OI-BOOKED-COUNT       PIC 9(05) COMP.
           05  OI-BOOKED-VOLUME      PIC S9(11)V99 COMP-3.
           05  OI-FUNDED-COUNT       PIC 9(05) COMP.
           05  OI-FUNDED-VOLUME      PIC S9(11)V99 COMP-3.
           05  OI-GROSS-INCENTIVE    PIC S9(07)V99 COMP-3.
           05  OI-CLAWBACK-AMT       PIC S9(07)V99 COMP-3.
           05  OI-CARRY-IN           PIC S9(07)V99 COMP-3.
           05  OI-NET-PAYABLE        PIC S9(07)V99 COMP-3.
           05  OI-CARRY-OUT          PIC S9(07)V99 COMP-3.
