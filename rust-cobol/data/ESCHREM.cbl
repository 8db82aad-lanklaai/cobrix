      *================================================================*
      * ESCHREM.cbl                                                    *
      * State Unclaimed-Property Remittance Record copybook            *
      *                                                                *
      * Fixed 150-byte record layouts for the state remittance file    *
      * CMDISB01 builds from the DISBMAST 'S' rows -- the residual     *
      * balances of dormant accounts closed from the CMDORM01          *
      * escheatment candidates.  The file is grouped by the closed     *
      * account's CMR-STATE, one group per state:                      *
      *                                                                *
      *   'H'  state header  -- state and remittance business date.    *
      *   'D'  property      -- owner name and last known address,     *
      *        the account, the amount remitted, and the DBM-DISB-NO   *
      *        reference the state quotes back on any claim.           *
      *   'T'  state trailer -- property count and total for the       *
      *        state, which is the amount of that state's payment.     *
      *================================================================*
       01  ERM-HEADER-RECORD.
           05  ERH-REC-TYPE          PIC X(1).
           05  ERH-STATE             PIC X(2).
           05  ERH-REMIT-DATE        PIC 9(8).
           05  ERH-HOLDER-NAME       PIC X(40).
           05  FILLER                PIC X(99).
       01  ERM-DETAIL-RECORD.
           05  ERD-REC-TYPE          PIC X(1).
           05  ERD-STATE             PIC X(2).
           05  ERD-REMIT-NO          PIC 9(10).
           05  ERD-ACCT-ID           PIC X(10).
           05  ERD-OWNER-LAST-NAME   PIC X(25).
           05  ERD-OWNER-FIRST-NAME  PIC X(15).
           05  ERD-OWNER-STREET      PIC X(30).
           05  ERD-OWNER-CITY        PIC X(20).
           05  ERD-OWNER-STATE       PIC X(2).
           05  ERD-OWNER-ZIP         PIC X(10).
           05  ERD-AMOUNT            PIC 9(11)V99.
           05  ERD-CLOSE-DATE        PIC 9(8).
           05  FILLER                PIC X(4).
       01  ERM-TRAILER-RECORD.
           05  ERT-REC-TYPE          PIC X(1).
           05  ERT-STATE             PIC X(2).
           05  ERT-PROPERTY-COUNT    PIC 9(7).
           05  ERT-TOTAL-AMOUNT      PIC 9(13)V99.
           05  FILLER                PIC X(125).
