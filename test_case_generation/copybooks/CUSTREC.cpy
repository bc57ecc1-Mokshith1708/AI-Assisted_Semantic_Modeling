      * before the code existed) for branch-keyed -- and rides the
      * record through the whole pipeline, so web and branch
      * approval rates can finally be compared.
      * CA-ORIGINATOR-ID is the employee ID (EMPREC EMP-ID) of the
      * loan officer who took the application, carried onto the
      * LOANMAST row at booking so origination incentives are
      * credited to the right officer; spaces means unattributed
      * (web applications, and records from before the field).
      * CA-CAMPAIGN-CODE is the CAMPTAB code printed on a pre-screened
      * offer the customer is answering; LoanEligibilityCheck honors
      * the customer's open CAMPOFFR offer under that code at the
      * offered amount and rate.  Spaces means no campaign.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CA-BRANCH-CODE        PIC X(04).
               10  CA-CO-INCOME          PIC S9(09)V99 COMP-3.
               10  CA-CO-CREDIT-SCORE    PIC 9(03) COMP.
           05  CA-CHANNEL-CODE       PIC X(01).
           05  CA-ORIGINATOR-ID      PIC X(06).
           05  CA-CAMPAIGN-CODE      PIC X(03).
