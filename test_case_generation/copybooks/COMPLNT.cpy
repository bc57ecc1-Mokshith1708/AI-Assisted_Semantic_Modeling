      ******************************************************************
      * COMPLNT - customer complaint register, one row per complaint
      * held as a keyed VSAM file: RECORD KEY CP-COMPLAINT-KEY, the
      * CUST-ID followed by the customer's own complaint number, so
      * one START at the CUST-ID walks all of a customer's
      * complaints; alternate key on CP-LOAN-ACCT-NO (duplicates
      * allowed, spaces when the complaint is about no one loan).
      * CP-CATEGORY:
      *     PAYM  payment handling        FEES  fees and charges
      *     COLL  collections calls       DECN  credit decisions
      *     SERV  other servicing         OTHR  anything else
      * The acknowledgement and resolution due dates are counted in
      * business days (weekends and BANKCAL holidays skipped) from
      * the received date when the complaint is opened.  A complaint
      * is open until it is RESOLVED; the row stays on file as the
      * record of how and when it was answered.
      ******************************************************************
       01  COMPLAINT-RECORD.
           05  CP-COMPLAINT-KEY.
               10  CP-CUST-ID        PIC X(10).
               10  CP-COMPLAINT-NO   PIC 9(03).
           05  CP-LOAN-ACCT-NO       PIC X(12).
           05  CP-CATEGORY           PIC X(04).
               88  CP-VALID-CATEGORY VALUE "PAYM" "FEES" "COLL"
                                           "DECN" "SERV" "OTHR".
           05  CP-BRANCH-CODE        PIC X(04).
           05  CP-STATUS             PIC X(08).
               88  CP-OPEN           VALUE "OPEN    ".
               88  CP-ACKNOWLEDGED   VALUE "ACKED   ".
               88  CP-RESOLVED       VALUE "RESOLVED".
           05  CP-RECEIVED-DATE      PIC 9(08).
           05  CP-ACK-DUE-DATE       PIC 9(08).
           05  CP-ACK-DATE           PIC 9(08).
           05  CP-RESOLVE-DUE-DATE   PIC 9(08).
           05  CP-RESOLVED-DATE      PIC 9(08).
           05  CP-SUMMARY            PIC X(40).
           05  CP-RESOLUTION         PIC X(40).
           05  CP-SET-BY             PIC X(08).
           05  CP-SET-DATE           PIC 9(08).
