      * CICS read-for-update lock is what keeps two terminals from     *
      * assigning the same id.  Operations seeds each series above     *
      * the range the CMCNVT01 conversion carried over, so an          *
      * assigned id can never collide with a converted one.  The       *
      * CMCLS01 closure run takes its disbursement numbers the same    *
      * way in batch, reading the row for update through VSAM.         *
      *                                                                *
      *   'ACCTID  '  next account id (CMR-CUST-ID on CUSTMAST)        *
      *   'CUSTNO  '  next customer number (CBR-CUST-NO on CUSTBASE)   *
      *   'CHEQUE  '  next official cheque number (DBM-DISB-NO on a    *
      *               DISBMAST 'K' row) -- seeded to the first number  *
      *               of the cheque stock held at the bank             *
      *   'REMIT   '  next state remittance reference (DBM-DISB-NO on  *
      *               a DISBMAST 'S' row)                              *
      *   'DISPUTE '  next dispute case number (DSP-CASE-ID on         *
      *               DISPCASE, behind the 'DS' prefix) -- taken       *
      *               online by the CMDSP01 case screen                *
      *                                                                *
      * Total fixed record length: 30 bytes                            *
      *   IDC-ID-TYPE           8                                      *
           05  IDC-ID-TYPE           PIC X(8).
               88  IDC-TYPE-ACCOUNT      VALUE 'ACCTID'.
               88  IDC-TYPE-CUSTOMER     VALUE 'CUSTNO'.
               88  IDC-TYPE-CHEQUE       VALUE 'CHEQUE'.
               88  IDC-TYPE-REMIT        VALUE 'REMIT'.
               88  IDC-TYPE-DISPUTE      VALUE 'DISPUTE'.
           05  IDC-NEXT-NUMBER       PIC 9(10).
           05  FILLER                PIC X(12).
