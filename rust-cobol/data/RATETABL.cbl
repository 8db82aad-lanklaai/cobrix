      * before the field existed carry spaces there; readers treat a   *
      * non-numeric rate as zero (no overdraft interest).              *
      *                                                                *
      * RT-LATE-FEE-AMOUNT took the last of the FILLER for cycle       *
      * billing -- the flat fee CMBILL01 charges each time a minimum   *
      * payment is missed on its due date.  Spaces (older rows) mean   *
      * no late fee is charged for that account type.                  *
      *                                                                *
      * Total fixed record length: 31 bytes                            *
      *   RT-ACCOUNT-TYPE       1                                      *
      *   RT-EFFECTIVE-DATE     8                                      *
      *   RT-FEE-AMOUNT         4  (S9(5)V99 COMP-3)                   *
      *   RT-WAIVER-THRESHOLD   6  (S9(9)V99 COMP-3)                   *
      *   RT-OD-INTEREST-RATE   4  (S9(2)V9(4) COMP-3: annual percent) *
      *   RT-LATE-FEE-AMOUNT    4  (S9(5)V99 COMP-3)                   *
      *================================================================*
       01  RATE-TABLE-RECORD.
           05  RT-KEY.
           05  RT-FEE-AMOUNT         PIC S9(5)V99 COMP-3.
           05  RT-WAIVER-THRESHOLD   PIC S9(9)V99 COMP-3.
           05  RT-OD-INTEREST-RATE   PIC S9(2)V9(4) COMP-3.
           05  RT-LATE-FEE-AMOUNT    PIC S9(5)V99 COMP-3.
