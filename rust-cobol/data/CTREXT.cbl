      *================================================================*
      * CTREXT.cbl                                                     *
      * Large-Cash Filing Extract Record copybook                      *
      *                                                                *
      * Fixed 180-byte record layouts for the CTREXT file the CMCTR01  *
      * large-cash monitor hands to the regulatory filing load.  A     *
      * batch is one header, one detail per owning customer whose      *
      * cash-in or cash-out for the business date went over the        *
      * reporting threshold, and one trailer, the same shape as the    *
      * TAXEXT and GLINTF batches:                                     *
      *                                                                *
      *   'H'  batch header -- the business date reported and the      *
      *        threshold in force.                                     *
      *   'D'  one owning customer (CBR-CUST-NO, name, date of birth   *
      *        and address from CUSTBASE) with the day's cash-in and   *
      *        cash-out summed across every account the customer       *
      *        holds.  CTD-DIRECTION says which side went over:        *
      *        'I' cash in, 'O' cash out, 'B' both.                    *
      *   'T'  batch trailer -- detail count and the cash-in and       *
      *        cash-out hash totals the downstream load verifies.      *
      *================================================================*
       01  CTR-HEADER-RECORD.
           05  CTH-REC-TYPE          PIC X(1).
           05  CTH-BUS-DATE          PIC 9(8).
           05  CTH-THRESHOLD         PIC 9(9)V99.
           05  FILLER                PIC X(160).
       01  CTR-DETAIL-RECORD.
           05  CTD-REC-TYPE          PIC X(1).
           05  CTD-CUST-NO           PIC X(10).
           05  CTD-LAST-NAME         PIC X(25).
           05  CTD-FIRST-NAME        PIC X(15).
           05  CTD-DOB               PIC 9(8).
           05  CTD-STREET            PIC X(30).
           05  CTD-CITY              PIC X(20).
           05  CTD-STATE             PIC X(2).
           05  CTD-ZIP               PIC X(10).
           05  CTD-BUS-DATE          PIC 9(8).
           05  CTD-DIRECTION         PIC X(1).
               88  CTD-CASH-IN-OVER      VALUE 'I'.
               88  CTD-CASH-OUT-OVER     VALUE 'O'.
               88  CTD-BOTH-OVER         VALUE 'B'.
           05  CTD-CASH-IN           PIC 9(11)V99.
           05  CTD-CASH-OUT          PIC 9(11)V99.
           05  CTD-IN-COUNT          PIC 9(5).
           05  CTD-OUT-COUNT         PIC 9(5).
           05  CTD-ACCT-COUNT        PIC 9(3).
           05  FILLER                PIC X(11).
       01  CTR-TRAILER-RECORD.
           05  CTT-REC-TYPE          PIC X(1).
           05  CTT-RECORD-COUNT      PIC 9(7).
           05  CTT-HASH-CASH-IN      PIC 9(15)V99.
           05  CTT-HASH-CASH-OUT     PIC 9(15)V99.
           05  FILLER                PIC X(138).
