      ******************************************************************
      * EXPOSWS - single-borrower limit working storage for the
      * decision programs.  Paired with EXPOSURE.cpy.  The limit is
      * the program's RATETHRSH row under tier "SBLIMIT":
      * TH-MIN-INCOME carries the limit amount and TH-MIN-CREDIT a
      * referral band, as a percent over the limit, inside which an
      * approval goes to an underwriter instead of being rejected
      * outright.  No row, or a zero limit, leaves the test off; no
      * EXPOSURE dataset means nobody owes us anything yet.
      ******************************************************************
       01  WS-XP-FS                 PIC X(02).
       01  WS-XP-OPEN-SW            PIC X(01) VALUE "N".
           88  WS-XP-OPEN           VALUE "Y".
       01  WS-XP-LIMIT              PIC S9(09)V99 COMP-3 VALUE ZERO.
       01  WS-XP-REFER-PCT          PIC 9(03) COMP VALUE ZERO.
       01  WS-XP-REFER-CEILING      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-XP-LOOKUP-ID          PIC X(10).
       01  WS-XP-PROJECTED          PIC S9(11)V99 COMP-3.
       01  WS-XP-HIGHEST            PIC S9(11)V99 COMP-3.
       01  WS-XP-REFERRED-COUNT     PIC 9(07) COMP VALUE ZERO.
       01  WS-XP-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
