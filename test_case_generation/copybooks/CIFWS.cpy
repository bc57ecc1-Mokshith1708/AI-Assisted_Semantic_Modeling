               10  WS-CF-CITY            PIC X(20).
               10  WS-CF-STATE           PIC X(02).
               10  WS-CF-POSTAL-CODE     PIC X(10).
               10  WS-CF-PHONE           PIC X(12).
               10  WS-CF-PREF-CONTACT    PIC X(01).
       01  WS-CF-FS                 PIC X(02).
       01  WS-CF-EOF-SW             PIC X(01) VALUE "N".
           88  WS-CF-EOF            VALUE "Y".
