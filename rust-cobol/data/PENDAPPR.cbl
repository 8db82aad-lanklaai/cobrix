      *================================================================*
      * PENDAPPR.cbl                                                   *
      * Pending Approval Record copybook                               *
      *                                                                *
      * Record layout for IBMUSER.VSAM.PENDAPPR KSDS cluster.          *
      * Key field: PND-PEND-ID (offset 0, length 16)                   *
      *                                                                *
      * One row per online action parked for a second, supervisor-     *
      * level operator: a CMENT01 entry or CMHLD01 hold over the       *
      * keying operator's OPR-AMOUNT-CEILING, or a CMINQ01 change      *
      * that would take CMR-STATUS to C (closed) or F (frozen).        *
      * Nothing is posted, held, or rewritten while the row is         *
      * pending -- the row carries everything the CMAPR01 approval     *
      * screen needs to carry the action out itself once approved.     *
      * Rows are kept after the decision; the CMOVRD01 nightly report  *
      * lists each day's parked items and decisions by operator.       *
      *                                                                *
      *   PND-PEND-ID      'A' + date + CICS task number, the same     *
      *                    uniqueness discipline as CMENT01's ids      *
      *   PND-KIND         EN  desk entry (CMENT01)                    *
      *                    HP  hold placement (CMHLD01)                *
      *                    ST  status/address change (CMINQ01)         *
      *   PND-STATUS       P  pending                                  *
      *                    A  approved and carried out                 *
      *                    R  rejected                                 *
      *   PND-REASON       L  over the operator's amount ceiling       *
      *                    S  status change to C or F                  *
      *   PND-CEILING      the requester's ceiling when parked         *
      *   PND-RESULT-REF   what the approval produced: the INTRADAY    *
      *                    TH-TXN-ID, the ACCTHOLD hold id, or the     *
      *                    CUSTAUD CAU-TXN-ID                          *
      *   PND-DETAIL       the kind-specific part of the action, one   *
      *                    REDEFINES view per kind                     *
      *                                                                *
      * Total fixed record length: 200 bytes                           *
      *   PND-PEND-ID          16                                      *
      *   PND-SOURCE-PGM        8                                      *
      *   PND-KIND              2                                      *
      *   PND-STATUS            1                                      *
      *   PND-REASON            1                                      *
      *   PND-ACCT-ID          10  -- CMR-CUST-ID on CUSTMAST          *
      *   PND-AMOUNT            7  (S9(11)V99 COMP-3)                  *
      *   PND-CEILING           6  (S9(9)V99 COMP-3)                   *
      *   PND-REQUESTED-BY      8                                      *
      *   PND-REQ-DATE          8                                      *
      *   PND-REQ-TIME          6                                      *
      *   PND-DECIDED-BY        8                                      *
      *   PND-DEC-DATE          8                                      *
      *   PND-DEC-TIME          6                                      *
      *   PND-RESULT-REF       16                                      *
      *   PND-DETAIL           80                                      *
      *   FILLER                9                                      *
      *================================================================*
       01  PENDING-APPROVAL-RECORD.
           05  PND-KEY.
               10  PND-PEND-ID       PIC X(16).
           05  PND-SOURCE-PGM        PIC X(8).
           05  PND-KIND              PIC X(2).
               88  PND-DESK-ENTRY        VALUE 'EN'.
               88  PND-HOLD-PLACE        VALUE 'HP'.
               88  PND-STATUS-CHANGE     VALUE 'ST'.
           05  PND-STATUS            PIC X(1).
               88  PND-PENDING           VALUE 'P'.
               88  PND-APPROVED          VALUE 'A'.
               88  PND-REJECTED          VALUE 'R'.
           05  PND-REASON            PIC X(1).
               88  PND-OVER-LIMIT        VALUE 'L'.
               88  PND-STATUS-CLOSE      VALUE 'S'.
           05  PND-ACCT-ID           PIC X(10).
           05  PND-AMOUNT            PIC S9(11)V99 COMP-3.
           05  PND-CEILING           PIC S9(9)V99 COMP-3.
           05  PND-REQUESTED-BY      PIC X(8).
           05  PND-REQ-DATE          PIC 9(8).
           05  PND-REQ-TIME          PIC 9(6).
           05  PND-DECIDED-BY        PIC X(8).
           05  PND-DEC-DATE          PIC 9(8).
           05  PND-DEC-TIME          PIC 9(6).
           05  PND-RESULT-REF        PIC X(16).
           05  PND-DETAIL            PIC X(80).
           05  PND-ENTRY-DETAIL REDEFINES PND-DETAIL.
               10  PND-EN-TXN-TYPE   PIC X(1).
               10  PND-EN-DEST-ACCT  PIC X(10).
               10  FILLER            PIC X(69).
           05  PND-HOLD-DETAIL REDEFINES PND-DETAIL.
               10  PND-HP-REASON     PIC X(20).
               10  PND-HP-EXPIRY     PIC 9(8).
               10  FILLER            PIC X(52).
           05  PND-MAINT-DETAIL REDEFINES PND-DETAIL.
               10  PND-ST-STREET     PIC X(30).
               10  PND-ST-CITY       PIC X(20).
               10  PND-ST-STATE      PIC X(2).
               10  PND-ST-ZIP        PIC X(10).
               10  PND-ST-NEW-STATUS PIC X(1).
               10  PND-ST-OLD-STATUS PIC X(1).
               10  FILLER            PIC X(16).
           05  FILLER                PIC X(9).
