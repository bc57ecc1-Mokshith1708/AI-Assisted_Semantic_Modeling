      ******************************************************************
      * WLCLEAR - one customer / watch-list entry pair a compliance
      * officer has cleared as a false positive.  The screens skip
      * a cleared pair so the same customer is not held against
      * the same entry every night; a different entry, or a new
      * customer with the same name, is still held.  Kept
      * permanently as the record of who cleared what and why.
      ******************************************************************
       01  WATCH-LIST-CLEAR-RECORD.
           05  WC-CUST-ID            PIC X(10).
           05  WC-ENTRY-ID           PIC X(10).
           05  WC-CLEAR-DATE         PIC 9(08).
           05  WC-OFFICER-ID         PIC X(08).
           05  WC-REMARK             PIC X(40).
