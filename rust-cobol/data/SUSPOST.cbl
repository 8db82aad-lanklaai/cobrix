               88  SUS-INSUFF-BALANCE    VALUE '04'.
               88  SUS-OVER-COMBINED     VALUE '05'.
               88  SUS-BAD-REVERSAL      VALUE '06'.
               88  SUS-TD-EARLY-DEBIT    VALUE '07'.
           05  SUS-REASON-TEXT       PIC X(40).
           05  SUS-CURRENT-BALANCE   PIC S9(11)V99 COMP-3.
           05  SUS-CREDIT-LIMIT      PIC S9(9)V99 COMP-3.
