      ******************************************************************
       01  WS-YTD-TABLE-AREA.
           05  WS-YTD-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-YTD-ROW OCCURS 2000 TIMES
                              INDEXED BY YT-IDX.
               10  WS-YT-EMP-ID          PIC X(06).
               10  WS-YT-BONUS-PERIOD    PIC X(06).
