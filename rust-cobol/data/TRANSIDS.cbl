      *                     destination leg;                           *
      *   TID-AMOUNT        the accepted amount -- a reversal must     *
      *                     match it exactly.                          *
      *   TID-DISPUTE-CASE-ID  the DISPCASE case the CMDSP01 screen    *
      *                     last opened on this id (spaces for none),  *
      *                     so a second case is refused while that     *
      *                     one is still open.  It was carved from     *
      *                     FILLER, so older rows carry spaces.        *
      *                                                                *
      * Total fixed record length: 72 bytes                            *
      *   TID-TXN-ID       16                                          *
      *   TID-REVERSAL-DATE 8                                          *
      *   TID-ACCOUNT-REF  10                                          *
      *   TID-AMOUNT        7  (S9(11)V99 COMP-3)                      *
      *   TID-DISPUTE-CASE-ID 12                                       *
      *================================================================*
       01  TRANSACTION-ID-RECORD.
           05  TID-TXN-ID            PIC X(16).
           05  TID-REVERSAL-DATE     PIC 9(8).
           05  TID-ACCOUNT-REF       PIC X(10).
           05  TID-AMOUNT            PIC S9(11)V99 COMP-3.
           05  TID-DISPUTE-CASE-ID   PIC X(12).
