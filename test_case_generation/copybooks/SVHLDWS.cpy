      ******************************************************************
      * SVHLDWS - working storage for the keyed SVCHOLD servicing-hold
      * lookup.  WS-SH-OPEN is off when no SVCHOLD dataset exists --
      * nobody has ever been put on hold and every loan is worked as
      * before.  WS-SH-IN-FORCE is set by the one-read lookup when
      * the loan's hold is ACTIVE, has started, and hasn't reached
      * its end date.  Paired with SVCHOLD.cpy and HOLDEXC.cpy.
      ******************************************************************
       01  WS-SH-FS                 PIC X(02).
       01  WS-SH-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-SH-OPEN           VALUE "Y".
       01  WS-SH-IN-FORCE-SW        PIC X(01) VALUE "N".
           88  WS-SH-IN-FORCE       VALUE "Y".
       01  WS-SH-SUPPRESSED-COUNT   PIC 9(07) COMP VALUE ZERO.
