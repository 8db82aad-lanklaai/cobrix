      *================================================================*
      * CORRQ.cbl                                                      *
      * Correspondence Queue Record copybook                           *
      *                                                                *
      * Record layout for IBMUSER.VSAM.CORRQ KSDS cluster.             *
      * Key field: CRQ-KEY (offset 0, length 32)                       *
      *                                                                *
      * One row per customer notice a program has decided must go     *
      * out -- the common queue the batch and online programs drop     *
      * their notice events onto and the CMLTR01 nightly letter run    *
      * works from.  The key is the event date, the originating        *
      * program, and a reference the originator can always rebuild     *
      * (the posting's TH-TXN-ID, the hold id, the account id), so a   *
      * rerun or restart that re-decides the same event lands a        *
      * duplicate key the writer ignores rather than a second letter.  *
      *                                                                *
      *   CRQ-CUST-NO      the owning CBR-CUST-NO when the originator  *
      *                    knows it (a closure has already retired     *
      *                    its ACCTXREF row); spaces leaves CMLTR01    *
      *                    to find the owner through ACCTXREF          *
      *   CRQ-LETTER-TYPE  DD  due-diligence (escheatment candidate)   *
      *                    CL  account closed                          *
      *                    NS  debit refused, overdraft exhausted      *
      *                    HP  hold placed                             *
      *                    DN  account classed dormant                 *
      *                    NA  new account opened                      *
      *                    TM  term deposit maturing (CRQ-REF-DATE is  *
      *                        the maturity date)                      *
      *                    DR  dispute credit re-debited (CRQ-REF-DATE *
      *                        is the claim date)                      *
      *   CRQ-AMOUNT       the amount the letter quotes (posting,      *
      *                    hold, residual or balance); zero for none   *
      *   CRQ-REF-DATE     the date the letter quotes (hold expiry,    *
      *                    last customer activity, maturity); zero     *
      *                    for none                                    *
      *   CRQ-STATUS       P  pending -- not yet mailed                *
      *                    M  mailed under CRQ-MAILING-ID              *
      *                    X  no owner or mailing address on file      *
      *                                                                *
      * Total fixed record length: 150 bytes                           *
      *   CRQ-EVENT-DATE        8                                      *
      *   CRQ-ORIGIN            8  -- originating program              *
      *   CRQ-EVENT-REF        16                                      *
      *   CRQ-ACCT-ID          10  -- CMR-CUST-ID on CUSTMAST          *
      *   CRQ-CUST-NO          10                                      *
      *   CRQ-LETTER-TYPE       2                                      *
      *   CRQ-AMOUNT            7  (S9(11)V99 COMP-3)                  *
      *   CRQ-REF-DATE          8                                      *
      *   CRQ-DETAIL-TEXT      40                                      *
      *   CRQ-STATUS            1                                      *
      *   CRQ-MAILED-DATE       8                                      *
      *   CRQ-MAILING-ID       16                                      *
      *   FILLER               16                                      *
      *================================================================*
       01  CORRESPONDENCE-QUEUE-RECORD.
           05  CRQ-KEY.
               10  CRQ-EVENT-DATE    PIC 9(8).
               10  CRQ-ORIGIN        PIC X(8).
               10  CRQ-EVENT-REF     PIC X(16).
           05  CRQ-ACCT-ID           PIC X(10).
           05  CRQ-CUST-NO           PIC X(10).
           05  CRQ-LETTER-TYPE       PIC X(2).
               88  CRQ-DUE-DILIGENCE     VALUE 'DD'.
               88  CRQ-ACCOUNT-CLOSED    VALUE 'CL'.
               88  CRQ-NSF-SUSPENSION    VALUE 'NS'.
               88  CRQ-HOLD-PLACED       VALUE 'HP'.
               88  CRQ-DORMANT-NOTICE    VALUE 'DN'.
               88  CRQ-NEW-ACCOUNT       VALUE 'NA'.
               88  CRQ-TD-MATURING       VALUE 'TM'.
               88  CRQ-DISPUTE-REDEBIT   VALUE 'DR'.
           05  CRQ-AMOUNT            PIC S9(11)V99 COMP-3.
           05  CRQ-REF-DATE          PIC 9(8).
           05  CRQ-DETAIL-TEXT       PIC X(40).
           05  CRQ-STATUS            PIC X(1).
               88  CRQ-PENDING           VALUE 'P'.
               88  CRQ-MAILED            VALUE 'M'.
               88  CRQ-NO-ADDRESS        VALUE 'X'.
           05  CRQ-MAILED-DATE       PIC 9(8).
           05  CRQ-MAILING-ID        PIC X(16).
           05  FILLER                PIC X(16).
