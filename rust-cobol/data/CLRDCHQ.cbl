      *================================================================*
      * CLRDCHQ.cbl                                                    *
      * Cleared-Cheque / Void Request Record copybook                  *
      *                                                                *
      * Fixed 80-byte input record for the CMCHQR01 official-cheque    *
      * reconciliation.  The bank's nightly paid-items file and        *
      * operations' void requests share the layout and are             *
      * concatenated into the one CLRDCHQ input:                       *
      *                                                                *
      *   CCI-ACTION  'P'  paid -- the bank honoured the cheque;       *
      *                    CCI-AMOUNT and CCI-PAID-DATE as paid        *
      *               'V'  void -- operations is stopping the cheque   *
      *                    (lost, spoiled, or to be reissued);         *
      *                    CCI-AMOUNT must match the issue             *
      *                                                                *
      * Total fixed record length: 80 bytes                            *
      *   CCI-ACTION            1                                      *
      *   CCI-CHEQUE-NO        10                                      *
      *   CCI-AMOUNT           11  (9(9)V99)                           *
      *   CCI-PAID-DATE         8                                      *
      *   CCI-BANK-REF         15                                      *
      *   FILLER               35                                      *
      *================================================================*
       01  CLEARED-CHEQUE-RECORD.
           05  CCI-ACTION            PIC X(1).
               88  CCI-PAID              VALUE 'P'.
               88  CCI-VOID-REQUEST      VALUE 'V'.
           05  CCI-CHEQUE-NO         PIC 9(10).
           05  CCI-AMOUNT            PIC 9(9)V99.
           05  CCI-PAID-DATE         PIC 9(8).
           05  CCI-BANK-REF          PIC X(15).
           05  FILLER                PIC X(35).
